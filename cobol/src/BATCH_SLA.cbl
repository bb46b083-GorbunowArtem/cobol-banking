       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-SLA.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * BATCH_SLA - Batch-Window Timing and SLA Breach Forecast
      ******************************************************************
      * Purpose: Time the night's BANKBAT chain from the start and end
      *          stamps every step leaves on dbo.BatchRunControl, so a
      *          late night is seen coming rather than found when
      *          online banking opens on stale balances.
      *          Each step run tonight is set against its own trailing
      *          average and 90th-percentile elapsed time over its
      *          last completed runs, and graded SLOW past the
      *          percentile. The critical path is traced back from the
      *          last step to finish - each step's predecessor being
      *          the step that finished latest before it started, so
      *          concurrent POST_LEDGER partitions off the path drop
      *          out - with the idle time between steps on it.
      *          PARM CHECKPOINT runs mid-chain: the night's finish is
      *          projected as now plus the trailing average of every
      *          step still to run (less what the running step has
      *          already used; partitions counted by the longest), and
      *          compared to the SLA deadline (WS-BATCH-SLA-DEADLINE,
      *          DB-CONFIG) - a projected breach is an AMBER warning
      *          with return code 4, so the chain carries on while
      *          operations is alerted. PARM FINAL (the default) runs
      *          at the end of the chain and grades the actual finish.
      *          Every evaluation is recorded on dbo.BatchSlaForecasts
      *          for the OPS digest. On the last processing day of the
      *          month (PARM NOW forces it with FINAL) the month's
      *          timings are rolled into dbo.BatchStepTrend and each
      *          step's growth against the prior month is reported
      *          alongside its growth in rows read, so a step slowing
      *          down with volume is told apart from one slowing down
      *          on its own.
      *          PARM/command line: [CHECKPOINT|FINAL|NOW]
      * Input:   dbo.BatchRunControl, dbo.PostingAudit,
      *          dbo.BusinessCalendar
      * Output:  dbo.BatchSlaForecasts, dbo.BatchStepTrend
      *          data/out/batch_sla_checkpoint.txt (CHECKPOINT)
      *          data/out/batch_sla_report.txt (FINAL)
      * Lineage: transform_kind=aggregate
      ******************************************************************
      * LINEAGE: PROGRAM=BATCH_SLA
      * LINEAGE: SRC=sqlserver.dbo.BatchRunControl(PROGRAM,
      *               BUSINESS_DATE,STATUS,RETURN_CODE,STARTED_TS_UTC,
      *               ENDED_TS_UTC)
      * LINEAGE: SRC=sqlserver.dbo.PostingAudit(RUN_ID,ROWS_IN)
      * LINEAGE: TGT=sqlserver.dbo.BatchSlaForecasts(BUSINESS_DATE,
      *               CHECKPOINT,PROJ_FINISH_UTC,DEADLINE_UTC,
      *               MARGIN_SECONDS,VERDICT)
      * LINEAGE: TGT=sqlserver.dbo.BatchStepTrend(PROGRAM,
      *               PERIOD_MONTH,RUNS,AVG_ELAPSED_SEC,AVG_ROWS_IN)
      * LINEAGE: MAP=ENDED_TS_UTC - STARTED_TS_UTC -> ELAPSED
      *               [VS TRAILING AVERAGE AND P90]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-RPT
               ASSIGN TO WS-SLA-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-RPT-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLA-RPT.
       01  SLA-RPT-RECORD              PIC X(132).

       FD  VERSION-FILE.
       01  VERSION-FILE-RECORD         PIC X(40).

       WORKING-STORAGE SECTION.
      * Include shared copybooks
       COPY DB-CONFIG.
       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY ERROR-LOGGER.
       COPY BUSDATE.

      * Run identifier (timestamp-based)
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(10)
                                        VALUE 'BATCH_SLA_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * File status
       01  WS-SLA-RPT-STATUS           PIC XX.
           88  SLA-RPT-OK              VALUE '00'.

       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.

      * Command-line / PARM: CHECKPOINT mid-chain, FINAL at the end
      * of the chain, NOW a FINAL that forces the monthly trend
       01  WS-COMMAND-LINE             PIC X(256).
       01  WS-PARM-TEXT                PIC X(256).
       01  WS-PARM-VALID               PIC X VALUE 'Y'.
           88  PARM-IS-VALID           VALUE 'Y'.
       01  WS-CHECKPOINT-TYPE          PIC X(10) VALUE 'FINAL'.
           88  CHECKPOINT-RUN          VALUE 'CHECKPOINT'.
           88  FINAL-RUN               VALUE 'FINAL'.
       01  WS-FORCE-TREND-FLAG         PIC X VALUE 'N'.
           88  FORCE-TREND             VALUE 'Y'.
       01  WS-TREND-DUE-FLAG           PIC X VALUE 'N'.
           88  MONTHLY-TREND-DUE       VALUE 'Y'.
       01  WS-SLA-REPORT-NAME          PIC X(64).

      * Timing policy: how many of a step's last completed runs make
      * up its trailing average and percentile, how many it needs
      * before it is graded at all, and the month-on-month growth
      * in elapsed time (or rows read) that counts as growing
       01  WS-TRAILING-RUNS            PIC 9(3) VALUE 20.
       01  WS-MIN-HISTORY-RUNS         PIC 9(3) VALUE 5.
       01  WS-GROWTH-PCT-THRESHOLD     PIC 9(3) VALUE 10.

      * SLA deadline, as a time of day and in seconds after midnight
       01  WS-DEADLINE-TEXT            PIC X(8).
       01  WS-DEADLINE-PARTS REDEFINES WS-DEADLINE-TEXT.
           05  WS-DL-HH                PIC 9(2).
           05  WS-DL-SEP-1             PIC X(1).
           05  WS-DL-MM                PIC 9(2).
           05  WS-DL-SEP-2             PIC X(1).
           05  WS-DL-SS                PIC 9(2).
       01  WS-DEADLINE-SECONDS         PIC S9(9) COMP-5.

      * The night's chain: every offset below is in seconds from the
      * first step's start on the business date
       01  WS-CHAIN-FOUND-FLAG         PIC X VALUE 'N'.
           88  CHAIN-HAS-STARTED       VALUE 'Y'.
       01  WS-CHAIN-START-TS           PIC X(19).
       01  WS-PRIOR-CHAIN-DATE         PIC X(10).
       01  WS-NOW-OFFSET               PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-DEADLINE-OFFSET          PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-LAST-END-OFFSET          PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-PROJ-FINISH-OFFSET       PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-REMAINING-SECONDS        PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-PARTITION-REMAINING      PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-STEP-REMAINING           PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-MARGIN-SECONDS           PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-FORECAST-VERDICT         PIC X(5) VALUE SPACES.
           88  FORECAST-GREEN          VALUE 'GREEN'.
           88  FORECAST-AMBER          VALUE 'AMBER'.
           88  FORECAST-RED            VALUE 'RED'.
       01  WS-FORECAST-REASON          PIC X(80).
       01  WS-PROJ-FINISH-TS           PIC X(19).
       01  WS-DEADLINE-TS              PIC X(19).
       01  WS-OFFSET-SECONDS           PIC S9(9) COMP-5.
       01  WS-OFFSET-TS                PIC X(19).

      * Per-step timing table: tonight's steps in the order they
      * started, then any step expected tonight that has not run
       01  WS-STEP-TABLE.
           05  WS-ST-ENTRY             OCCURS 80 TIMES.
               10  WS-ST-PROGRAM       PIC X(64).
               10  WS-ST-STATUS        PIC X(1).
                   88  ST-NOT-RUN      VALUE ' '.
                   88  ST-IN-FLIGHT    VALUE 'S'.
                   88  ST-COMPLETED    VALUE 'C'.
               10  WS-ST-RETURN-CODE   PIC S9(4) COMP-5.
               10  WS-ST-STARTED-TS    PIC X(19).
               10  WS-ST-START-OFFSET  PIC S9(9) COMP-5.
               10  WS-ST-END-OFFSET    PIC S9(9) COMP-5.
               10  WS-ST-ELAPSED-SEC   PIC S9(9) COMP-5.
               10  WS-ST-HIST-RUNS     PIC S9(9) COMP-5.
               10  WS-ST-AVG-SEC       PIC S9(9) COMP-5.
               10  WS-ST-P90-SEC       PIC S9(9) COMP-5.
               10  WS-ST-REMAINING-SEC PIC S9(9) COMP-5.
               10  WS-ST-GRADE         PIC X(10).
               10  WS-ST-CRITICAL-FLAG PIC X(1).
                   88  ST-ON-CRITICAL-PATH VALUE 'Y'.
       01  WS-ST-ENTRIES               PIC 9(3) COMP-5 VALUE ZERO.
       01  WS-ST-TABLE-MAX             PIC 9(3) COMP-5 VALUE 80.
       01  WS-ST-IDX                   PIC 9(3) COMP-5.
       01  WS-ST-SCAN-IDX              PIC 9(3) COMP-5.
       01  WS-ST-MATCH-IDX             PIC 9(3) COMP-5 VALUE ZERO.

      * Critical path, traced backwards from the last step to finish
       01  WS-PATH-TABLE.
           05  WS-PATH-STEP            PIC 9(3) COMP-5
                                        OCCURS 80 TIMES.
       01  WS-PATH-LENGTH              PIC 9(3) COMP-5 VALUE ZERO.
       01  WS-PATH-IDX                 PIC 9(3) COMP-5.
       01  WS-PATH-CURRENT             PIC 9(3) COMP-5 VALUE ZERO.
       01  WS-PATH-BEST-IDX            PIC 9(3) COMP-5 VALUE ZERO.
       01  WS-PATH-BEST-END            PIC S9(9) COMP-5.
       01  WS-PATH-PREV-END            PIC S9(9) COMP-5.
       01  WS-PATH-TRACKED-SEC         PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-PATH-TOTAL-SEC           PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-PATH-GAP-SEC             PIC S9(9) COMP-5.
       01  WS-PATH-SHARE-PCT           PIC S9(5) COMP-5.

      * Monthly trend working storage
       01  WS-TREND-PERIOD             PIC X(7).
       01  WS-PRIOR-PERIOD             PIC X(7).
       01  WS-PERIOD-YEAR              PIC 9(4).
       01  WS-PERIOD-MONTH             PIC 9(2).
       01  WS-TIME-GROWTH-PCT          PIC S9(9) COMP-5.
       01  WS-ROWS-GROWTH-PCT          PIC S9(9) COMP-5.
       01  WS-TREND-ASSESSMENT         PIC X(24).

      * Duration and percentage rendering
       01  WS-DUR-SECONDS              PIC S9(9) COMP-5.
       01  WS-DUR-WORK                 PIC S9(9) COMP-5.
       01  WS-DUR-HOURS                PIC S9(9) COMP-5.
       01  WS-DUR-EDIT.
           05  WS-DUR-HH               PIC 9(2).
           05  FILLER                  PIC X(1) VALUE ':'.
           05  WS-DUR-MM               PIC 9(2).
           05  FILLER                  PIC X(1) VALUE ':'.
           05  WS-DUR-SS               PIC 9(2).
       01  WS-DUR-TEXT                 PIC X(8).
       01  WS-PCT-VALUE                PIC S9(9) COMP-5.
       01  WS-PCT-KNOWN-FLAG           PIC X VALUE 'N'.
           88  PCT-IS-KNOWN            VALUE 'Y'.
       01  WS-PCT-DISP                 PIC -(5)9.
       01  WS-PCT-TEXT                 PIC X(7).
       01  WS-THRESHOLD-DISP           PIC ZZ9.
       01  WS-COUNT-DISP               PIC Z(8)9.

      * Report lines
       01  WS-SLA-LINE                 PIC X(132).

       01  WS-STEP-HEADING.
           05  FILLER                  PIC X(31) VALUE 'PROGRAM'.
           05  FILLER                  PIC X(20) VALUE 'STARTED (UTC)'.
           05  FILLER                  PIC X(9)  VALUE 'ELAPSED'.
           05  FILLER                  PIC X(9)  VALUE 'AVERAGE'.
           05  FILLER                  PIC X(9)  VALUE 'P90'.
           05  FILLER                  PIC X(8)  VALUE ' VS AVG'.
           05  FILLER                  PIC X(3)  VALUE 'CP'.
           05  FILLER                  PIC X(10) VALUE 'GRADE'.

       01  WS-STEP-DETAIL.
           05  WS-SD-PROGRAM           PIC X(30).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-SD-STARTED           PIC X(19).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-SD-ELAPSED           PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-SD-AVERAGE           PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-SD-P90               PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-SD-VS-AVG            PIC X(7).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-SD-CP                PIC X(2).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-SD-GRADE             PIC X(10).

       01  WS-PATH-HEADING.
           05  FILLER                  PIC X(5)  VALUE 'SEQ'.
           05  FILLER                  PIC X(31) VALUE 'PROGRAM'.
           05  FILLER                  PIC X(13) VALUE 'START OFFSET'.
           05  FILLER                  PIC X(11) VALUE 'IDLE BEFORE'.
           05  FILLER                  PIC X(9)  VALUE 'ELAPSED'.
           05  FILLER                  PIC X(6)  VALUE 'SHARE'.

       01  WS-PATH-DETAIL.
           05  WS-PD-SEQ               PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-PD-PROGRAM           PIC X(30).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-PD-PLUS              PIC X(1)  VALUE '+'.
           05  WS-PD-START-OFFSET      PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-PD-IDLE              PIC X(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-PD-ELAPSED           PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-PD-SHARE             PIC ZZ9.
           05  WS-PD-PCT               PIC X(1)  VALUE '%'.

       01  WS-TREND-HEADING.
           05  FILLER                  PIC X(31) VALUE 'PROGRAM'.
           05  FILLER                  PIC X(10) VALUE 'PRIOR AVG'.
           05  FILLER                  PIC X(10) VALUE 'THIS AVG'.
           05  FILLER                  PIC X(6)  VALUE 'RUNS'.
           05  FILLER                  PIC X(9)  VALUE 'TIME CHG'.
           05  FILLER                  PIC X(9)  VALUE 'ROWS CHG'.
           05  FILLER                  PIC X(24) VALUE 'ASSESSMENT'.

       01  WS-TREND-DETAIL.
           05  WS-TD-PROGRAM           PIC X(30).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-TD-PRIOR-AVG         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TD-THIS-AVG          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TD-RUNS              PIC ZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TD-TIME-CHG          PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TD-ROWS-CHG          PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TD-ASSESSMENT        PIC X(24).

      * Row counters
       01  WS-STEPS-TIMED              PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-STEPS-SLOW               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-STEPS-PENDING            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-STEPS-NOT-RUN            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-STEPS-UNFINISHED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TREND-STEPS              PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-STEPS-GROWING            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-FORECASTS-RECORDED       PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-SLA-BUS-DATE            PIC X(10).
       01  SQL-PROGRAM                 PIC X(64).
       01  SQL-STATUS                  PIC X(1).
       01  SQL-RETURN-CODE             PIC S9(4) COMP-5.
       01  SQL-STARTED-TS              PIC X(19).
       01  SQL-START-OFFSET            PIC S9(9) COMP-5.
       01  SQL-END-OFFSET              PIC S9(9) COMP-5.
       01  SQL-HIST-RUNS               PIC S9(9) COMP-5.
       01  SQL-AVG-SEC                 PIC S9(9) COMP-5.
       01  SQL-P90-SEC                 PIC S9(9) COMP-5.
       01  SQL-LAST-RAN-DATE           PIC X(10).
       01  SQL-TRAILING-RUNS           PIC S9(4) COMP-5.
       01  SQL-CHAIN-START             PIC X(19).
       01  SQL-NOW-OFFSET              PIC S9(9) COMP-5.
       01  SQL-DEADLINE-SECONDS        PIC S9(9) COMP-5.
       01  SQL-DEADLINE-OFFSET         PIC S9(9) COMP-5.
       01  SQL-PRIOR-CHAIN-DATE        PIC X(10).
       01  SQL-OFFSET-SECONDS          PIC S9(9) COMP-5.
       01  SQL-OFFSET-TS               PIC X(19).
       01  SQL-RUN-ID                  PIC X(64).
       01  SQL-CHECKPOINT              PIC X(10).
       01  SQL-PROJ-OFFSET             PIC S9(9) COMP-5.
       01  SQL-MARGIN-SECONDS          PIC S9(9) COMP-5.
       01  SQL-VERDICT                 PIC X(5).
       01  SQL-MONTH-PREFIX            PIC X(8).
       01  SQL-LAST-PROC-DATE          PIC X(10).
       01  SQL-TREND-PERIOD            PIC X(7).
       01  SQL-PRIOR-PERIOD            PIC X(7).
       01  SQL-TREND-RUNS              PIC S9(9) COMP-5.
       01  SQL-THIS-AVG-SEC            PIC S9(9) COMP-5.
       01  SQL-THIS-AVG-ROWS           PIC S9(9) COMP-5.
       01  SQL-PRIOR-AVG-SEC           PIC S9(9) COMP-5.
       01  SQL-PRIOR-AVG-ROWS          PIC S9(9) COMP-5.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicators - MIN()/MAX() return NULL with no rows
       01  SQL-CHAIN-START-NULL        PIC S9(4) COMP-5.
       01  SQL-PRIOR-CHAIN-DATE-NULL   PIC S9(4) COMP-5.
       01  SQL-LAST-PROC-DATE-NULL     PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Tonight's steps, the latest run of each program on the
      * business date (a re-run supersedes the run it repeated), in
      * the order they started. An in-flight step's end is now
       EXEC SQL
           DECLARE TONIGHT_CURSOR CURSOR FOR
           SELECT T.PROGRAM,
                  T.STATUS,
                  COALESCE(T.RETURN_CODE, 0),
                  CONVERT(CHAR(19), T.STARTED_TS_UTC, 120),
                  DATEDIFF(SECOND, CS.CHAIN_START, T.STARTED_TS_UTC),
                  DATEDIFF(SECOND, CS.CHAIN_START,
                           COALESCE(T.ENDED_TS_UTC, SYSUTCDATETIME()))
           FROM (SELECT PROGRAM, STATUS, RETURN_CODE,
                        STARTED_TS_UTC, ENDED_TS_UTC,
                        ROW_NUMBER() OVER (
                            PARTITION BY PROGRAM
                            ORDER BY STARTED_TS_UTC DESC) AS RUN_SEQ
                 FROM dbo.BatchRunControl
                 WHERE BUSINESS_DATE = :SQL-SLA-BUS-DATE) T
           CROSS JOIN
                (SELECT MIN(STARTED_TS_UTC) AS CHAIN_START
                 FROM dbo.BatchRunControl
                 WHERE BUSINESS_DATE = :SQL-SLA-BUS-DATE) CS
           WHERE T.RUN_SEQ = 1
           ORDER BY T.STARTED_TS_UTC, T.PROGRAM
       END-EXEC.

      * Each program's last completed runs before tonight: how many,
      * their average and 90th-percentile elapsed seconds, and the
      * business date it last ran on
       EXEC SQL
           DECLARE HISTORY_CURSOR CURSOR FOR
           SELECT H.PROGRAM,
                  COUNT(*),
                  AVG(H.ELAPSED_SEC),
                  MAX(H.P90_SEC),
                  CONVERT(CHAR(10), MAX(H.BUSINESS_DATE), 120)
           FROM (SELECT R.PROGRAM, R.BUSINESS_DATE, R.ELAPSED_SEC,
                        CAST(PERCENTILE_CONT(0.9)
                             WITHIN GROUP (ORDER BY R.ELAPSED_SEC)
                             OVER (PARTITION BY R.PROGRAM)
                             AS INT) AS P90_SEC
                 FROM (SELECT PROGRAM, BUSINESS_DATE,
                              DATEDIFF(SECOND, STARTED_TS_UTC,
                                       ENDED_TS_UTC) AS ELAPSED_SEC,
                              ROW_NUMBER() OVER (
                                  PARTITION BY PROGRAM
                                  ORDER BY BUSINESS_DATE DESC,
                                           STARTED_TS_UTC DESC)
                                  AS RUN_SEQ
                       FROM dbo.BatchRunControl
                       WHERE STATUS = 'C'
                         AND ENDED_TS_UTC IS NOT NULL
                         AND BUSINESS_DATE < :SQL-SLA-BUS-DATE) R
                 WHERE R.RUN_SEQ <= :SQL-TRAILING-RUNS) H
           GROUP BY H.PROGRAM
           ORDER BY H.PROGRAM
       END-EXEC.

      * The month's trend rows against the prior month's
       EXEC SQL
           DECLARE TREND_CURSOR CURSOR FOR
           SELECT C.PROGRAM,
                  C.RUNS,
                  C.AVG_ELAPSED_SEC,
                  C.AVG_ROWS_IN,
                  COALESCE(P.AVG_ELAPSED_SEC, -1),
                  COALESCE(P.AVG_ROWS_IN, -1)
           FROM dbo.BatchStepTrend C
           LEFT JOIN dbo.BatchStepTrend P
             ON P.PROGRAM = C.PROGRAM
            AND P.PERIOD_MONTH = :SQL-PRIOR-PERIOD
           WHERE C.PERIOD_MONTH = :SQL-TREND-PERIOD
           ORDER BY C.PROGRAM
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'BATCH_SLA - Batch-Window Timing and SLA'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           IF NOT PARM-IS-VALID
               DISPLAY 'ERROR: Usage: BATCH_SLA [CHECKPOINT|FINAL|NOW]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.

           PERFORM FIND-CHAIN-START.
           IF CHAIN-HAS-STARTED
               PERFORM LOAD-TONIGHTS-STEPS
               PERFORM LOAD-STEP-HISTORY
               PERFORM GRADE-STEPS
               PERFORM TRACE-CRITICAL-PATH
               PERFORM PROJECT-FINISH
               PERFORM RECORD-FORECAST
           END-IF.

           IF FINAL-RUN
               PERFORM CHECK-TREND-DUE
               IF MONTHLY-TREND-DUE
                   PERFORM REFRESH-MONTHLY-TREND
               END-IF
           END-IF.

           PERFORM WRITE-SLA-REPORT.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

      *    A late night is a warning, not a stop: the rest of the
      *    chain runs while operations acts on the forecast
           EVALUATE TRUE
               WHEN WS-ERRORS > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN FORECAST-AMBER OR FORECAST-RED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'BATCH_SLA completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Parse the PARM and set up the run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE 'Y' TO WS-PARM-VALID.
           MOVE 'FINAL' TO WS-CHECKPOINT-TYPE.
           MOVE 'N' TO WS-FORCE-TREND-FLAG.
           MOVE 'N' TO WS-TREND-DUE-FLAG.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND-LINE))
               TO WS-PARM-TEXT.
           EVALUATE WS-PARM-TEXT
               WHEN SPACES
               WHEN 'FINAL'
                   CONTINUE
               WHEN 'CHECKPOINT'
                   MOVE 'CHECKPOINT' TO WS-CHECKPOINT-TYPE
               WHEN 'NOW'
                   MOVE 'Y' TO WS-FORCE-TREND-FLAG
               WHEN OTHER
                   MOVE 'N' TO WS-PARM-VALID
                   GO TO INITIALIZE-PROGRAM-EXIT
           END-EVALUATE.

           IF CHECKPOINT-RUN
               MOVE 'data/out/batch_sla_checkpoint.txt'
                   TO WS-SLA-REPORT-NAME
           ELSE
               MOVE 'data/out/batch_sla_report.txt'
                   TO WS-SLA-REPORT-NAME
           END-IF.

      *    Generate unique run ID from current timestamp
           ACCEPT WS-RUN-ID-TS FROM TIME.
           DISPLAY 'Run ID: ' WS-CURRENT-RUN-ID.
           DISPLAY 'Evaluation: ' WS-CHECKPOINT-TYPE.
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

      *    The SLA deadline may be overridden per run; anything that
      *    is not a valid HH:MM:SS time of day is ignored
           MOVE SPACES TO WS-DSN-ENV-OVERRIDE.
           ACCEPT WS-DSN-ENV-OVERRIDE FROM ENVIRONMENT
               "BANK_BATCH_SLA_DEADLINE".
           IF WS-DSN-ENV-OVERRIDE NOT = SPACES
               MOVE WS-DSN-ENV-OVERRIDE (1:8) TO WS-DEADLINE-TEXT
               IF WS-DSN-ENV-OVERRIDE (9:8) = SPACES
                   AND WS-DL-HH IS NUMERIC AND WS-DL-HH < 24
                   AND WS-DL-SEP-1 = ':'
                   AND WS-DL-MM IS NUMERIC AND WS-DL-MM < 60
                   AND WS-DL-SEP-2 = ':'
                   AND WS-DL-SS IS NUMERIC AND WS-DL-SS < 60
                   MOVE WS-DEADLINE-TEXT TO WS-BATCH-SLA-DEADLINE
               ELSE
                   DISPLAY 'WARNING: BANK_BATCH_SLA_DEADLINE is not '
                           'a valid HH:MM:SS time - ignored'
               END-IF
           END-IF.

           MOVE WS-BATCH-SLA-DEADLINE TO WS-DEADLINE-TEXT.
           COMPUTE WS-DEADLINE-SECONDS =
               (WS-DL-HH * 3600) + (WS-DL-MM * 60) + WS-DL-SS.
           DISPLAY 'Batch window deadline (UTC): '
                   WS-BATCH-SLA-DEADLINE.
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
      * FIND-CHAIN-START: The business date's first step start, the
      * offset of now and of the SLA deadline from it - the first
      * time the deadline time of day comes round after the chain
      * started - and the business date the chain last ran before
      ******************************************************************
       FIND-CHAIN-START SECTION.
           MOVE 'N' TO WS-CHAIN-FOUND-FLAG.
           MOVE WS-BUS-DATE TO SQL-SLA-BUS-DATE.
           MOVE WS-DEADLINE-SECONDS TO SQL-DEADLINE-SECONDS.
           MOVE ZERO TO SQL-NOW-OFFSET.
           MOVE ZERO TO SQL-DEADLINE-OFFSET.

           EXEC SQL
               SELECT CONVERT(CHAR(19), MIN(STARTED_TS_UTC), 120),
                      COALESCE(DATEDIFF(SECOND, MIN(STARTED_TS_UTC),
                                        SYSUTCDATETIME()), 0),
                      COALESCE(DATEDIFF(SECOND, MIN(STARTED_TS_UTC),
                          DATEADD(SECOND, :SQL-DEADLINE-SECONDS,
                              CAST(CAST(MIN(STARTED_TS_UTC) AS DATE)
                                   AS DATETIME2))), 0)
               INTO :SQL-CHAIN-START:SQL-CHAIN-START-NULL,
                    :SQL-NOW-OFFSET,
                    :SQL-DEADLINE-OFFSET
               FROM dbo.BatchRunControl
               WHERE BUSINESS_DATE = :SQL-SLA-BUS-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Chain start lookup failed for '
                       WS-BUS-DATE
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'BATCH_SLA' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE WS-BUS-DATE TO WS-ERR-CONTEXT
               MOVE 'Chain start lookup failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO FIND-CHAIN-START-EXIT
           END-IF.

           IF SQL-CHAIN-START-NULL = -1
               DISPLAY 'No BANKBAT steps registered for business date '
                       WS-BUS-DATE
               GO TO FIND-CHAIN-START-EXIT
           END-IF.

           MOVE 'Y' TO WS-CHAIN-FOUND-FLAG.
           MOVE SQL-CHAIN-START TO WS-CHAIN-START-TS.
           MOVE SQL-NOW-OFFSET TO WS-NOW-OFFSET.
           MOVE SQL-DEADLINE-OFFSET TO WS-DEADLINE-OFFSET.
      *    A chain starting after the deadline time of day is held to
      *    the next day's
           IF WS-DEADLINE-OFFSET NOT > ZERO
               ADD 86400 TO WS-DEADLINE-OFFSET
           END-IF.
           MOVE WS-DEADLINE-OFFSET TO WS-OFFSET-SECONDS.
           PERFORM FORMAT-OFFSET-TS.
           MOVE WS-OFFSET-TS TO WS-DEADLINE-TS.

           MOVE SPACES TO WS-PRIOR-CHAIN-DATE.
           EXEC SQL
               SELECT CONVERT(CHAR(10), MAX(BUSINESS_DATE), 120)
               INTO :SQL-PRIOR-CHAIN-DATE:SQL-PRIOR-CHAIN-DATE-NULL
               FROM dbo.BatchRunControl
               WHERE BUSINESS_DATE < :SQL-SLA-BUS-DATE
           END-EXEC.

           IF SQLCODE = 0 AND SQL-PRIOR-CHAIN-DATE-NULL NOT = -1
               MOVE SQL-PRIOR-CHAIN-DATE TO WS-PRIOR-CHAIN-DATE
           END-IF.

           DISPLAY 'Chain started (UTC): ' WS-CHAIN-START-TS.
           DISPLAY 'SLA deadline (UTC):  ' WS-DEADLINE-TS.
       FIND-CHAIN-START-EXIT.
           EXIT.

      ******************************************************************
      * FORMAT-OFFSET-TS: The UTC timestamp WS-OFFSET-SECONDS after
      * the chain started, into WS-OFFSET-TS
      ******************************************************************
       FORMAT-OFFSET-TS SECTION.
           MOVE WS-OFFSET-SECONDS TO SQL-OFFSET-SECONDS.
           MOVE SPACES TO SQL-OFFSET-TS.
           MOVE SPACES TO WS-OFFSET-TS.

           EXEC SQL
               SELECT CONVERT(CHAR(19),
                          DATEADD(SECOND, :SQL-OFFSET-SECONDS,
                                  MIN(STARTED_TS_UTC)), 120)
               INTO :SQL-OFFSET-TS
               FROM dbo.BatchRunControl
               WHERE BUSINESS_DATE = :SQL-SLA-BUS-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Timestamp rendering failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               GO TO FORMAT-OFFSET-TS-EXIT
           END-IF.

           MOVE SQL-OFFSET-TS TO WS-OFFSET-TS.
       FORMAT-OFFSET-TS-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-TONIGHTS-STEPS: One table slot per step run tonight
      ******************************************************************
       LOAD-TONIGHTS-STEPS SECTION.
           MOVE ZERO TO WS-ST-ENTRIES.
           MOVE ZERO TO WS-LAST-END-OFFSET.

           EXEC SQL
               OPEN TONIGHT_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open tonight''s step cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'BATCH_SLA' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE WS-BUS-DATE TO WS-ERR-CONTEXT
               MOVE 'Tonight step cursor open failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO LOAD-TONIGHTS-STEPS-EXIT
           END-IF.

           PERFORM FETCH-ONE-TONIGHT-STEP
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE TONIGHT_CURSOR
           END-EXEC.
       LOAD-TONIGHTS-STEPS-EXIT.
           EXIT.

      ******************************************************************
      * FETCH-ONE-TONIGHT-STEP: Record one step's run tonight
      ******************************************************************
       FETCH-ONE-TONIGHT-STEP SECTION.
           EXEC SQL
               FETCH TONIGHT_CURSOR INTO
                   :SQL-PROGRAM,
                   :SQL-STATUS,
                   :SQL-RETURN-CODE,
                   :SQL-STARTED-TS,
                   :SQL-START-OFFSET,
                   :SQL-END-OFFSET
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO FETCH-ONE-TONIGHT-STEP-EXIT
           END-IF.

           IF WS-ST-ENTRIES >= WS-ST-TABLE-MAX
               DISPLAY 'WARNING: Step timing table full - '
                       FUNCTION TRIM(SQL-PROGRAM) ' not timed'
               GO TO FETCH-ONE-TONIGHT-STEP-EXIT
           END-IF.

           ADD 1 TO WS-ST-ENTRIES.
           MOVE WS-ST-ENTRIES TO WS-ST-IDX.
           INITIALIZE WS-ST-ENTRY (WS-ST-IDX).
           MOVE SQL-PROGRAM TO WS-ST-PROGRAM (WS-ST-IDX).
           MOVE SQL-STATUS TO WS-ST-STATUS (WS-ST-IDX).
           MOVE SQL-RETURN-CODE TO WS-ST-RETURN-CODE (WS-ST-IDX).
           MOVE SQL-STARTED-TS TO WS-ST-STARTED-TS (WS-ST-IDX).
           MOVE SQL-START-OFFSET TO WS-ST-START-OFFSET (WS-ST-IDX).
           MOVE SQL-END-OFFSET TO WS-ST-END-OFFSET (WS-ST-IDX).
           COMPUTE WS-ST-ELAPSED-SEC (WS-ST-IDX) =
               SQL-END-OFFSET - SQL-START-OFFSET.
           MOVE 'N' TO WS-ST-CRITICAL-FLAG (WS-ST-IDX).

           IF ST-COMPLETED (WS-ST-IDX)
               AND SQL-END-OFFSET > WS-LAST-END-OFFSET
               MOVE SQL-END-OFFSET TO WS-LAST-END-OFFSET
           END-IF.
       FETCH-ONE-TONIGHT-STEP-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-STEP-HISTORY: Trailing average and percentile for every
      * step with completed runs. A step that ran on the chain's last
      * business date but not yet tonight is expected tonight and is
      * added to the table not run
      ******************************************************************
       LOAD-STEP-HISTORY SECTION.
           MOVE WS-TRAILING-RUNS TO SQL-TRAILING-RUNS.

           EXEC SQL
               OPEN HISTORY_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open step history cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'BATCH_SLA' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE WS-BUS-DATE TO WS-ERR-CONTEXT
               MOVE 'Step history cursor open failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO LOAD-STEP-HISTORY-EXIT
           END-IF.

           PERFORM FETCH-ONE-STEP-HISTORY
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE HISTORY_CURSOR
           END-EXEC.
       LOAD-STEP-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * FETCH-ONE-STEP-HISTORY: Attach one program's history to its
      * slot, adding the slot when the step is expected tonight
      ******************************************************************
       FETCH-ONE-STEP-HISTORY SECTION.
           EXEC SQL
               FETCH HISTORY_CURSOR INTO
                   :SQL-PROGRAM,
                   :SQL-HIST-RUNS,
                   :SQL-AVG-SEC,
                   :SQL-P90-SEC,
                   :SQL-LAST-RAN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO FETCH-ONE-STEP-HISTORY-EXIT
           END-IF.

           PERFORM FIND-STEP-ENTRY.
           IF WS-ST-MATCH-IDX = ZERO
               IF SQL-LAST-RAN-DATE NOT = WS-PRIOR-CHAIN-DATE
                   GO TO FETCH-ONE-STEP-HISTORY-EXIT
               END-IF
               IF WS-ST-ENTRIES >= WS-ST-TABLE-MAX
                   DISPLAY 'WARNING: Step timing table full - '
                           FUNCTION TRIM(SQL-PROGRAM) ' not timed'
                   GO TO FETCH-ONE-STEP-HISTORY-EXIT
               END-IF
               ADD 1 TO WS-ST-ENTRIES
               MOVE WS-ST-ENTRIES TO WS-ST-MATCH-IDX
               INITIALIZE WS-ST-ENTRY (WS-ST-MATCH-IDX)
               MOVE SQL-PROGRAM TO WS-ST-PROGRAM (WS-ST-MATCH-IDX)
               MOVE SPACE TO WS-ST-STATUS (WS-ST-MATCH-IDX)
               MOVE 'not started'
                   TO WS-ST-STARTED-TS (WS-ST-MATCH-IDX)
               MOVE 'N' TO WS-ST-CRITICAL-FLAG (WS-ST-MATCH-IDX)
           END-IF.

           MOVE SQL-HIST-RUNS TO WS-ST-HIST-RUNS (WS-ST-MATCH-IDX).
           MOVE SQL-AVG-SEC TO WS-ST-AVG-SEC (WS-ST-MATCH-IDX).
           MOVE SQL-P90-SEC TO WS-ST-P90-SEC (WS-ST-MATCH-IDX).
       FETCH-ONE-STEP-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * FIND-STEP-ENTRY: Locate the table slot for SQL-PROGRAM;
      * WS-ST-MATCH-IDX is zero when there is none
      ******************************************************************
       FIND-STEP-ENTRY SECTION.
           MOVE ZERO TO WS-ST-MATCH-IDX.
           MOVE 1 TO WS-ST-SCAN-IDX.
           PERFORM SCAN-ONE-STEP-ENTRY
               UNTIL WS-ST-SCAN-IDX > WS-ST-ENTRIES
                  OR WS-ST-MATCH-IDX NOT = ZERO.
       FIND-STEP-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * SCAN-ONE-STEP-ENTRY: Compare one slot against SQL-PROGRAM
      ******************************************************************
       SCAN-ONE-STEP-ENTRY SECTION.
           IF WS-ST-PROGRAM (WS-ST-SCAN-IDX) = SQL-PROGRAM
               MOVE WS-ST-SCAN-IDX TO WS-ST-MATCH-IDX
           ELSE
               ADD 1 TO WS-ST-SCAN-IDX
           END-IF.
       SCAN-ONE-STEP-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * GRADE-STEPS: Grade every step in the table
      ******************************************************************
       GRADE-STEPS SECTION.
           MOVE 1 TO WS-ST-IDX.
           PERFORM GRADE-ONE-STEP
               UNTIL WS-ST-IDX > WS-ST-ENTRIES.
       GRADE-STEPS-EXIT.
           EXIT.

      ******************************************************************
      * GRADE-ONE-STEP: A step that has not run is PENDING mid-chain
      * and NOT RUN at the end of it; one still running at the end
      * is UNFINISHED. A step with fewer than the minimum runs behind
      * it is NEW; otherwise SLOW past its 90th percentile, ABOVE AVG
      * past its average, NORMAL within it. A step that ended with a
      * failing return code is FAILED whatever its time
      ******************************************************************
       GRADE-ONE-STEP SECTION.
           EVALUATE TRUE
               WHEN ST-NOT-RUN (WS-ST-IDX)
                   IF CHECKPOINT-RUN
                       MOVE 'PENDING' TO WS-ST-GRADE (WS-ST-IDX)
                       ADD 1 TO WS-STEPS-PENDING
                   ELSE
                       MOVE 'NOT RUN' TO WS-ST-GRADE (WS-ST-IDX)
                       ADD 1 TO WS-STEPS-NOT-RUN
                   END-IF
                   GO TO GRADE-ONE-STEP-NEXT
               WHEN ST-IN-FLIGHT (WS-ST-IDX) AND FINAL-RUN
                   MOVE 'UNFINISHED' TO WS-ST-GRADE (WS-ST-IDX)
                   ADD 1 TO WS-STEPS-UNFINISHED
                   GO TO GRADE-ONE-STEP-NEXT
               WHEN ST-COMPLETED (WS-ST-IDX)
                   AND WS-ST-RETURN-CODE (WS-ST-IDX) > 4
                   MOVE 'FAILED' TO WS-ST-GRADE (WS-ST-IDX)
                   ADD 1 TO WS-STEPS-TIMED
                   GO TO GRADE-ONE-STEP-NEXT
               WHEN OTHER
                   ADD 1 TO WS-STEPS-TIMED
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-ST-HIST-RUNS (WS-ST-IDX) < WS-MIN-HISTORY-RUNS
                   MOVE 'NEW' TO WS-ST-GRADE (WS-ST-IDX)
               WHEN WS-ST-ELAPSED-SEC (WS-ST-IDX) >
                    WS-ST-P90-SEC (WS-ST-IDX)
                   MOVE 'SLOW' TO WS-ST-GRADE (WS-ST-IDX)
                   ADD 1 TO WS-STEPS-SLOW
               WHEN ST-IN-FLIGHT (WS-ST-IDX)
                   MOVE 'RUNNING' TO WS-ST-GRADE (WS-ST-IDX)
               WHEN WS-ST-ELAPSED-SEC (WS-ST-IDX) >
                    WS-ST-AVG-SEC (WS-ST-IDX)
                   MOVE 'ABOVE AVG' TO WS-ST-GRADE (WS-ST-IDX)
               WHEN OTHER
                   MOVE 'NORMAL' TO WS-ST-GRADE (WS-ST-IDX)
           END-EVALUATE.
       GRADE-ONE-STEP-NEXT.
           ADD 1 TO WS-ST-IDX.
       GRADE-ONE-STEP-EXIT.
           EXIT.

      ******************************************************************
      * TRACE-CRITICAL-PATH: Walk back from the last step to finish.
      * Each step's predecessor on the path is the step that finished
      * latest at or before it started - the one it was waiting on -
      * so a concurrent step that finished earlier is off the path.
      * The path is held last step first in WS-PATH-TABLE
      ******************************************************************
       TRACE-CRITICAL-PATH SECTION.
           MOVE ZERO TO WS-PATH-LENGTH.
           MOVE ZERO TO WS-PATH-TRACKED-SEC.
           MOVE ZERO TO WS-PATH-TOTAL-SEC.
           MOVE ZERO TO WS-PATH-CURRENT.
           MOVE -1 TO WS-PATH-BEST-END.

           MOVE 1 TO WS-ST-IDX.
           PERFORM FIND-LAST-FINISHER
               UNTIL WS-ST-IDX > WS-ST-ENTRIES.

           IF WS-PATH-CURRENT = ZERO
               GO TO TRACE-CRITICAL-PATH-EXIT
           END-IF.

           MOVE WS-ST-END-OFFSET (WS-PATH-CURRENT)
               TO WS-PATH-TOTAL-SEC.
           PERFORM ADD-PATH-STEP
               UNTIL WS-PATH-CURRENT = ZERO.

           MOVE WS-PATH-LENGTH TO WS-COUNT-DISP.
           DISPLAY 'Critical path: ' FUNCTION TRIM(WS-COUNT-DISP)
                   ' step(s)'.
       TRACE-CRITICAL-PATH-EXIT.
           EXIT.

      ******************************************************************
      * FIND-LAST-FINISHER: Keep the run step with the latest end
      ******************************************************************
       FIND-LAST-FINISHER SECTION.
           IF NOT ST-NOT-RUN (WS-ST-IDX)
               AND WS-ST-END-OFFSET (WS-ST-IDX) > WS-PATH-BEST-END
               MOVE WS-ST-END-OFFSET (WS-ST-IDX) TO WS-PATH-BEST-END
               MOVE WS-ST-IDX TO WS-PATH-CURRENT
           END-IF.
           ADD 1 TO WS-ST-IDX.
       FIND-LAST-FINISHER-EXIT.
           EXIT.

      ******************************************************************
      * ADD-PATH-STEP: Put the current step on the path and move to
      * its predecessor (none ends the walk)
      ******************************************************************
       ADD-PATH-STEP SECTION.
           ADD 1 TO WS-PATH-LENGTH.
           MOVE WS-PATH-CURRENT TO WS-PATH-STEP (WS-PATH-LENGTH).
           MOVE 'Y' TO WS-ST-CRITICAL-FLAG (WS-PATH-CURRENT).
           ADD WS-ST-ELAPSED-SEC (WS-PATH-CURRENT)
               TO WS-PATH-TRACKED-SEC.

           MOVE ZERO TO WS-PATH-BEST-IDX.
           MOVE -1 TO WS-PATH-BEST-END.
           MOVE 1 TO WS-ST-IDX.
           PERFORM CHECK-ONE-PREDECESSOR
               UNTIL WS-ST-IDX > WS-ST-ENTRIES.

           MOVE WS-PATH-BEST-IDX TO WS-PATH-CURRENT.
           IF WS-PATH-LENGTH >= WS-ST-TABLE-MAX
               MOVE ZERO TO WS-PATH-CURRENT
           END-IF.
       ADD-PATH-STEP-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-ONE-PREDECESSOR: Keep the step off the path so far that
      * finished latest at or before the current step started
      ******************************************************************
       CHECK-ONE-PREDECESSOR SECTION.
           IF NOT ST-NOT-RUN (WS-ST-IDX)
               AND NOT ST-ON-CRITICAL-PATH (WS-ST-IDX)
               AND WS-ST-END-OFFSET (WS-ST-IDX) NOT >
                   WS-ST-START-OFFSET (WS-PATH-CURRENT)
               AND WS-ST-END-OFFSET (WS-ST-IDX) > WS-PATH-BEST-END
               MOVE WS-ST-END-OFFSET (WS-ST-IDX) TO WS-PATH-BEST-END
               MOVE WS-ST-IDX TO WS-PATH-BEST-IDX
           END-IF.
           ADD 1 TO WS-ST-IDX.
       CHECK-ONE-PREDECESSOR-EXIT.
           EXIT.

      ******************************************************************
      * PROJECT-FINISH: Mid-chain, the projected finish is now plus
      * what every step still to run is expected to take - its
      * trailing average, less what a running step has already used
      * - with the concurrent POST_LEDGER partitions counted by the
      * longest of them. At the end of the chain it is the actual
      * finish of the last step to complete. Either way it is graded
      * against the SLA deadline
      ******************************************************************
       PROJECT-FINISH SECTION.
           MOVE ZERO TO WS-REMAINING-SECONDS.
           MOVE ZERO TO WS-PARTITION-REMAINING.

           IF CHECKPOINT-RUN
               MOVE 1 TO WS-ST-IDX
               PERFORM SUM-ONE-REMAINING
                   UNTIL WS-ST-IDX > WS-ST-ENTRIES
               COMPUTE WS-PROJ-FINISH-OFFSET =
                   WS-NOW-OFFSET + WS-REMAINING-SECONDS
                   + WS-PARTITION-REMAINING
           ELSE
               MOVE WS-LAST-END-OFFSET TO WS-PROJ-FINISH-OFFSET
           END-IF.

           COMPUTE WS-MARGIN-SECONDS =
               WS-DEADLINE-OFFSET - WS-PROJ-FINISH-OFFSET.
           MOVE WS-PROJ-FINISH-OFFSET TO WS-OFFSET-SECONDS.
           PERFORM FORMAT-OFFSET-TS.
           MOVE WS-OFFSET-TS TO WS-PROJ-FINISH-TS.

           MOVE SPACES TO WS-FORECAST-REASON.
           EVALUATE TRUE
               WHEN CHECKPOINT-RUN
                    AND WS-NOW-OFFSET > WS-DEADLINE-OFFSET
                   MOVE 'RED' TO WS-FORECAST-VERDICT
                   MOVE 'Deadline passed with steps still to run'
                       TO WS-FORECAST-REASON
               WHEN CHECKPOINT-RUN AND WS-MARGIN-SECONDS < ZERO
                   MOVE 'AMBER' TO WS-FORECAST-VERDICT
                   MOVE 'Chain projected to finish after the deadline'
                       TO WS-FORECAST-REASON
               WHEN CHECKPOINT-RUN
                   MOVE 'GREEN' TO WS-FORECAST-VERDICT
                   MOVE 'Chain projected to finish within the deadline'
                       TO WS-FORECAST-REASON
               WHEN WS-MARGIN-SECONDS < ZERO
                   MOVE 'RED' TO WS-FORECAST-VERDICT
                   MOVE 'Chain finished after the deadline'
                       TO WS-FORECAST-REASON
               WHEN WS-STEPS-NOT-RUN > ZERO
                 OR WS-STEPS-UNFINISHED > ZERO
                   MOVE 'AMBER' TO WS-FORECAST-VERDICT
                   STRING 'Finished within the deadline, but steps '
                          DELIMITED BY SIZE
                          'expected tonight did not complete'
                          DELIMITED BY SIZE
                       INTO WS-FORECAST-REASON
                   END-STRING
               WHEN OTHER
                   MOVE 'GREEN' TO WS-FORECAST-VERDICT
                   MOVE 'Chain finished within the deadline'
                       TO WS-FORECAST-REASON
           END-EVALUATE.

           DISPLAY 'Projected finish (UTC): ' WS-PROJ-FINISH-TS
                   ' - ' WS-FORECAST-VERDICT.
           IF CHECKPOINT-RUN AND NOT FORECAST-GREEN
               MOVE ZERO TO WS-DUR-SECONDS
               SUBTRACT WS-MARGIN-SECONDS FROM WS-DUR-SECONDS
               PERFORM FORMAT-DURATION
               DISPLAY WS-FORECAST-VERDICT ': BANKBAT projected to '
                       'finish at ' WS-PROJ-FINISH-TS ' UTC, '
                       WS-DUR-TEXT ' past the ' WS-DEADLINE-TS
                       ' deadline'
           END-IF.
       PROJECT-FINISH-EXIT.
           EXIT.

      ******************************************************************
      * SUM-ONE-REMAINING: What one step still has to run
      ******************************************************************
       SUM-ONE-REMAINING SECTION.
           EVALUATE TRUE
               WHEN ST-NOT-RUN (WS-ST-IDX)
                   MOVE WS-ST-AVG-SEC (WS-ST-IDX) TO WS-STEP-REMAINING
               WHEN ST-IN-FLIGHT (WS-ST-IDX)
                   COMPUTE WS-STEP-REMAINING =
                       WS-ST-AVG-SEC (WS-ST-IDX)
                       - WS-ST-ELAPSED-SEC (WS-ST-IDX)
                   IF WS-STEP-REMAINING < ZERO
                       MOVE ZERO TO WS-STEP-REMAINING
                   END-IF
               WHEN OTHER
                   MOVE ZERO TO WS-STEP-REMAINING
           END-EVALUATE.

           MOVE WS-STEP-REMAINING TO WS-ST-REMAINING-SEC (WS-ST-IDX).
           IF WS-ST-PROGRAM (WS-ST-IDX) (1:13) = 'POST_LEDGER_P'
               IF WS-STEP-REMAINING > WS-PARTITION-REMAINING
                   MOVE WS-STEP-REMAINING TO WS-PARTITION-REMAINING
               END-IF
           ELSE
               ADD WS-STEP-REMAINING TO WS-REMAINING-SECONDS
           END-IF.

           ADD 1 TO WS-ST-IDX.
       SUM-ONE-REMAINING-EXIT.
           EXIT.

      ******************************************************************
      * RECORD-FORECAST: Keep the evaluation on dbo.BatchSlaForecasts
      * for the OPS digest and for the record of late nights
      ******************************************************************
       RECORD-FORECAST SECTION.
           MOVE WS-CURRENT-RUN-ID TO SQL-RUN-ID.
           MOVE WS-CHECKPOINT-TYPE TO SQL-CHECKPOINT.
           MOVE WS-PROJ-FINISH-OFFSET TO SQL-PROJ-OFFSET.
           MOVE WS-DEADLINE-OFFSET TO SQL-DEADLINE-OFFSET.
           MOVE WS-MARGIN-SECONDS TO SQL-MARGIN-SECONDS.
           MOVE WS-FORECAST-VERDICT TO SQL-VERDICT.

           EXEC SQL
               INSERT INTO dbo.BatchSlaForecasts (
                   BUSINESS_DATE, RUN_ID, CHECKPOINT,
                   CHAIN_START_UTC, PROJ_FINISH_UTC, DEADLINE_UTC,
                   MARGIN_SECONDS, VERDICT, TS_UTC)
               SELECT :SQL-SLA-BUS-DATE, :SQL-RUN-ID, :SQL-CHECKPOINT,
                      CS.CHAIN_START,
                      DATEADD(SECOND, :SQL-PROJ-OFFSET, CS.CHAIN_START),
                      DATEADD(SECOND, :SQL-DEADLINE-OFFSET,
                              CS.CHAIN_START),
                      :SQL-MARGIN-SECONDS, :SQL-VERDICT,
                      SYSUTCDATETIME()
               FROM (SELECT MIN(STARTED_TS_UTC) AS CHAIN_START
                     FROM dbo.BatchRunControl
                     WHERE BUSINESS_DATE = :SQL-SLA-BUS-DATE) CS
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Forecast insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'BATCH_SLA' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE WS-BUS-DATE TO WS-ERR-CONTEXT
               MOVE 'Forecast insert failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO RECORD-FORECAST-EXIT
           END-IF.

           ADD 1 TO WS-FORECASTS-RECORDED.
       RECORD-FORECAST-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-TREND-DUE: The monthly trend is rolled up at the end of
      * the chain on the last processing day of the month unless
      * PARM NOW forced it
      ******************************************************************
       CHECK-TREND-DUE SECTION.
           MOVE 'N' TO WS-TREND-DUE-FLAG.

           IF FORCE-TREND
               MOVE 'Y' TO WS-TREND-DUE-FLAG
               GO TO CHECK-TREND-DUE-EXIT
           END-IF.

           MOVE SPACES TO SQL-MONTH-PREFIX.
           STRING WS-BUS-DATE (1:7) DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
               INTO SQL-MONTH-PREFIX
           END-STRING.

           EXEC SQL
               SELECT MAX(CAL_DATE)
               INTO :SQL-LAST-PROC-DATE:SQL-LAST-PROC-DATE-NULL
               FROM dbo.BusinessCalendar
               WHERE CAL_DATE LIKE :SQL-MONTH-PREFIX
                 AND IS_BUSINESS_DAY = 'Y'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Month-end lookup failed for '
                       WS-BUS-DATE (1:7)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'BATCH_SLA' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE WS-BUS-DATE TO WS-ERR-CONTEXT
               MOVE 'Month-end lookup failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO CHECK-TREND-DUE-EXIT
           END-IF.

           IF SQL-LAST-PROC-DATE-NULL = -1
               DISPLAY 'ERROR: No processing days on '
                       'dbo.BusinessCalendar for ' WS-BUS-DATE (1:7)
               ADD 1 TO WS-ERRORS
               GO TO CHECK-TREND-DUE-EXIT
           END-IF.

           IF WS-BUS-DATE NOT = SQL-LAST-PROC-DATE
               DISPLAY 'Business date ' WS-BUS-DATE ' is not the '
                       'last processing day of ' WS-BUS-DATE (1:7)
                       ' - no monthly trend tonight'
               GO TO CHECK-TREND-DUE-EXIT
           END-IF.

           MOVE 'Y' TO WS-TREND-DUE-FLAG.
       CHECK-TREND-DUE-EXIT.
           EXIT.

      ******************************************************************
      * REFRESH-MONTHLY-TREND: Replace the month's dbo.BatchStepTrend
      * rows from its completed runs, each with the average rows the
      * run read from dbo.PostingAudit, and work out the prior month
      * the report compares against
      ******************************************************************
       REFRESH-MONTHLY-TREND SECTION.
           MOVE WS-BUS-DATE (1:7) TO WS-TREND-PERIOD.
           MOVE WS-BUS-DATE (1:4) TO WS-PERIOD-YEAR.
           MOVE WS-BUS-DATE (6:2) TO WS-PERIOD-MONTH.
           IF WS-PERIOD-MONTH = 1
               MOVE 12 TO WS-PERIOD-MONTH
               SUBTRACT 1 FROM WS-PERIOD-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF.
           MOVE SPACES TO WS-PRIOR-PERIOD.
           STRING WS-PERIOD-YEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-PERIOD-MONTH DELIMITED BY SIZE
               INTO WS-PRIOR-PERIOD
           END-STRING.

           MOVE WS-TREND-PERIOD TO SQL-TREND-PERIOD.
           MOVE WS-PRIOR-PERIOD TO SQL-PRIOR-PERIOD.
           MOVE WS-CURRENT-RUN-ID TO SQL-RUN-ID.
           MOVE SPACES TO SQL-MONTH-PREFIX.
           STRING WS-TREND-PERIOD DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
               INTO SQL-MONTH-PREFIX
           END-STRING.

           EXEC SQL
               DELETE FROM dbo.BatchStepTrend
               WHERE PERIOD_MONTH = :SQL-TREND-PERIOD
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Monthly trend clear failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'BATCH_SLA' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE WS-TREND-PERIOD TO WS-ERR-CONTEXT
               MOVE 'Monthly trend clear failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               MOVE 'N' TO WS-TREND-DUE-FLAG
               GO TO REFRESH-MONTHLY-TREND-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO dbo.BatchStepTrend (
                   PROGRAM, PERIOD_MONTH, RUNS, AVG_ELAPSED_SEC,
                   MAX_ELAPSED_SEC, AVG_ROWS_IN, RUN_ID, TS_UTC)
               SELECT R.PROGRAM,
                      :SQL-TREND-PERIOD,
                      COUNT(*),
                      AVG(DATEDIFF(SECOND, R.STARTED_TS_UTC,
                                   R.ENDED_TS_UTC)),
                      MAX(DATEDIFF(SECOND, R.STARTED_TS_UTC,
                                   R.ENDED_TS_UTC)),
                      COALESCE(AVG(PA.ROWS_IN), 0),
                      :SQL-RUN-ID,
                      SYSUTCDATETIME()
               FROM dbo.BatchRunControl R
               LEFT JOIN (SELECT RUN_ID,
                                 SUM(CAST(ROWS_IN AS BIGINT))
                                     AS ROWS_IN
                          FROM dbo.PostingAudit
                          GROUP BY RUN_ID) PA
                 ON PA.RUN_ID = R.RUN_ID
               WHERE R.STATUS = 'C'
                 AND R.ENDED_TS_UTC IS NOT NULL
                 AND R.BUSINESS_DATE LIKE :SQL-MONTH-PREFIX
               GROUP BY R.PROGRAM
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Monthly trend insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'BATCH_SLA' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE WS-TREND-PERIOD TO WS-ERR-CONTEXT
               MOVE 'Monthly trend insert failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               MOVE 'N' TO WS-TREND-DUE-FLAG
               GO TO REFRESH-MONTHLY-TREND-EXIT
           END-IF.

           IF SQLCODE = 0
               MOVE SQLERRD (3) TO WS-TREND-STEPS
           END-IF.
           DISPLAY 'Monthly trend rows for ' WS-TREND-PERIOD ': '
                   WS-TREND-STEPS.
       REFRESH-MONTHLY-TREND-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-SLA-REPORT: The forecast, tonight's step timings, the
      * critical path and, when due, the monthly trend
      ******************************************************************
       WRITE-SLA-REPORT SECTION.
           OPEN OUTPUT SLA-RPT.
           IF NOT SLA-RPT-OK
               DISPLAY 'WARNING: Could not open batch SLA report'
               DISPLAY 'File status: ' WS-SLA-RPT-STATUS
               GO TO WRITE-SLA-REPORT-EXIT
           END-IF.

           MOVE SPACES TO WS-SLA-LINE.
           IF CHECKPOINT-RUN
               MOVE 'BATCH WINDOW TIMING AND SLA FORECAST - MID-CHAIN'
                   TO WS-SLA-LINE
           ELSE
               STRING 'BATCH WINDOW TIMING AND SLA FORECAST - '
                      DELIMITED BY SIZE
                      'END OF CHAIN' DELIMITED BY SIZE
                   INTO WS-SLA-LINE
               END-STRING
           END-IF.
           WRITE SLA-RPT-RECORD FROM WS-SLA-LINE.
           MOVE ALL '=' TO WS-SLA-LINE.
           WRITE SLA-RPT-RECORD FROM WS-SLA-LINE.

           MOVE SPACES TO WS-SLA-LINE.
           STRING 'Business date:          ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
               INTO WS-SLA-LINE
           END-STRING.
           WRITE SLA-RPT-RECORD FROM WS-SLA-LINE.

           IF CHAIN-HAS-STARTED
               PERFORM WRITE-FORECAST-BLOCK
               PERFORM WRITE-STEP-TIMING-SECTION
               PERFORM WRITE-CRITICAL-PATH-SECTION
           ELSE
               MOVE 'No BANKBAT steps registered for this business date'
                   TO WS-SLA-LINE
               WRITE SLA-RPT-RECORD FROM WS-SLA-LINE
           END-IF.

           IF MONTHLY-TREND-DUE
               PERFORM WRITE-TREND-SECTION
           END-IF.

           CLOSE SLA-RPT.
           DISPLAY 'Batch SLA report written to "'
                   FUNCTION TRIM(WS-SLA-REPORT-NAME) '"'.
       WRITE-SLA-REPORT-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-FORECAST-BLOCK: Chain start, deadline, the projected or
      * actual finish, the margin and the verdict
      ******************************************************************
       WRITE-FORECAST-BLOCK SECTION.
           MOVE SPACES TO WS-SLA-LINE.
           STRING 'Chain started (UTC):    ' DELIMITED BY SIZE
                  WS-CHAIN-START-TS DELIMITED BY SIZE
               INTO WS-SLA-LINE
           END-STRING.
           WRITE SLA-RPT-RECORD FROM WS-SLA-LINE.

           MOVE SPACES TO WS-SLA-LINE.
           STRING 'SLA deadline (UTC):     ' DELIMITED BY SIZE
                  WS-DEADLINE-TS DELIMITED BY SIZE
               INTO WS-SLA-LINE
           END-STRING.
           WRITE SLA-RPT-RECORD FROM WS-SLA-LINE.

           MOVE SPACES TO WS-SLA-LINE.
           IF CHECKPOINT-RUN
               MOVE WS-NOW-OFFSET TO WS-DUR-SECONDS
               PERFORM FORMAT-DURATION
               STRING 'Evaluated at:           +' DELIMITED BY SIZE
                      WS-DUR-TEXT DELIMITED BY SIZE
                      ' into the chain' DELIMITED BY SIZE
                   INTO WS-SLA-LINE
               END-STRING
               WRITE SLA-RPT-RECORD FROM WS-SLA-LINE
               MOVE SPACES TO WS-SLA-LINE
               STRING 'Projected finish (UTC): ' DELIMITED BY SIZE
                      WS-PROJ-FINISH-TS DELIMITED BY SIZE
                   INTO WS-SLA-LINE
               END-STRING
           ELSE
               STRING 'Chain finished (UTC):   ' DELIMITED BY SIZE
                      WS-PROJ-FINISH-TS DELIMITED BY SIZE
                   INTO WS-SLA-LINE
               END-STRING
           END-IF.
           WRITE SLA-RPT-RECORD FROM WS-SLA-LINE.

           MOVE SPACES TO WS-SLA-LINE.
           IF WS-MARGIN-SECONDS < ZERO
               MOVE ZERO TO WS-DUR-SECONDS
               SUBTRACT WS-MARGIN-SECONDS FROM WS-DUR-SECONDS
               PERFORM FORMAT-DURATION
               STRING 'Margin to deadline:     ' DELIMITED BY SIZE
                      WS-DUR-TEXT DELIMITED BY SIZE
                      ' late' DELIMITED BY SIZE
                   INTO WS-SLA-LINE
               END-STRING
           ELSE
               MOVE WS-MARGIN-SECONDS TO WS-DUR-SECONDS
               PERFORM FORMAT-DURATION
               STRING 'Margin to deadline:     ' DELIMITED BY SIZE
                      WS-DUR-TEXT DELIMITED BY SIZE
                      ' to spare' DELIMITED BY SIZE
                   INTO WS-SLA-LINE
               END-STRING
           END-IF.
           WRITE SLA-RPT-RECORD FROM WS-SLA-LINE.

           MOVE SPACES TO WS-SLA-LINE.
           STRING 'Verdict:                ' DELIMITED BY SIZE
                  WS-FORECAST-VERDICT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FORECAST-REASON) DELIMITED BY SIZE
               INTO WS-SLA-LINE
           END-STRING.
           WRITE SLA-RPT-RECORD FROM WS-SLA-LINE.
       WRITE-FORECAST-BLOCK-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-STEP-TIMING-SECTION: One line per step - tonight's run
      * in start order, then the steps expected that have not run.
      * CP marks the steps on the critical path
      ******************************************************************
       WRITE-STEP-TIMING-SECTION SECTION.
           MOVE SPACES TO WS-SLA-LINE.
           WRITE SLA-RPT-RECORD FROM WS-SLA-LINE.
           MOVE 'STEP TIMING AGAINST TRAILING AVERAGE AND P90'
               TO WS-SLA-LINE.
           WRITE SLA-RPT-RECORD FROM WS-SLA-LINE.
           WRITE SLA-RPT-RECORD FROM WS-STEP-HEADING.
           MOVE ALL '-' TO WS-SLA-LINE.
           WRITE SLA-RPT-RECORD FROM WS-SLA-LINE.

           MOVE 1 TO WS-ST-IDX.
           PERFORM WRITE-ONE-STEP-LINE
               UNTIL WS-ST-IDX > WS-ST-ENTRIES.
       WRITE-STEP-TIMING-SECTION-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-STEP-LINE: One step's timing line
      ******************************************************************
       WRITE-ONE-STEP-LINE SECTION.
           MOVE SPACES TO WS-STEP-DETAIL.
           MOVE WS-ST-PROGRAM (WS-ST-IDX) TO WS-SD-PROGRAM.
           MOVE WS-ST-STARTED-TS (WS-ST-IDX) TO WS-SD-STARTED.

           IF ST-NOT-RUN (WS-ST-IDX)
               MOVE -1 TO WS-DUR-SECONDS
           ELSE
               MOVE WS-ST-ELAPSED-SEC (WS-ST-IDX) TO WS-DUR-SECONDS
           END-IF.
           PERFORM FORMAT-DURATION.
           MOVE WS-DUR-TEXT TO WS-SD-ELAPSED.

           IF WS-ST-HIST-RUNS (WS-ST-IDX) = ZERO
               MOVE -1 TO WS-DUR-SECONDS
           ELSE
               MOVE WS-ST-AVG-SEC (WS-ST-IDX) TO WS-DUR-SECONDS
           END-IF.
           PERFORM FORMAT-DURATION.
           MOVE WS-DUR-TEXT TO WS-SD-AVERAGE.

           IF WS-ST-HIST-RUNS (WS-ST-IDX) = ZERO
               MOVE -1 TO WS-DUR-SECONDS
           ELSE
               MOVE WS-ST-P90-SEC (WS-ST-IDX) TO WS-DUR-SECONDS
           END-IF.
           PERFORM FORMAT-DURATION.
           MOVE WS-DUR-TEXT TO WS-SD-P90.

           MOVE 'N' TO WS-PCT-KNOWN-FLAG.
           IF NOT ST-NOT-RUN (WS-ST-IDX)
               AND WS-ST-AVG-SEC (WS-ST-IDX) > ZERO
               MOVE 'Y' TO WS-PCT-KNOWN-FLAG
               COMPUTE WS-PCT-VALUE =
                   ((WS-ST-ELAPSED-SEC (WS-ST-IDX)
                     - WS-ST-AVG-SEC (WS-ST-IDX)) * 100)
                   / WS-ST-AVG-SEC (WS-ST-IDX)
           END-IF.
           PERFORM FORMAT-PERCENT.
           MOVE WS-PCT-TEXT TO WS-SD-VS-AVG.

           IF ST-ON-CRITICAL-PATH (WS-ST-IDX)
               MOVE ' *' TO WS-SD-CP
           END-IF.
           MOVE WS-ST-GRADE (WS-ST-IDX) TO WS-SD-GRADE.

           WRITE SLA-RPT-RECORD FROM WS-STEP-DETAIL.
           ADD 1 TO WS-ST-IDX.
       WRITE-ONE-STEP-LINE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-CRITICAL-PATH-SECTION: The path in run order, each step
      * with its start offset into the chain, the idle time since its
      * predecessor finished (steps that keep no run-control row, or
      * waiting), its elapsed time and its share of the chain
      ******************************************************************
       WRITE-CRITICAL-PATH-SECTION SECTION.
           MOVE SPACES TO WS-SLA-LINE.
           WRITE SLA-RPT-RECORD FROM WS-SLA-LINE.
           MOVE 'CRITICAL PATH' TO WS-SLA-LINE.
           WRITE SLA-RPT-RECORD FROM WS-SLA-LINE.

           IF WS-PATH-LENGTH = ZERO
               MOVE 'No step has run tonight' TO WS-SLA-LINE
               WRITE SLA-RPT-RECORD FROM WS-SLA-LINE
               GO TO WRITE-CRITICAL-PATH-SECTION-EXIT
           END-IF.

           WRITE SLA-RPT-RECORD FROM WS-PATH-HEADING.
           MOVE ALL '-' TO WS-SLA-LINE.
           WRITE SLA-RPT-RECORD FROM WS-SLA-LINE.

           MOVE ZERO TO WS-PATH-PREV-END.
           MOVE WS-PATH-LENGTH TO WS-PATH-IDX.
           PERFORM WRITE-ONE-PATH-LINE
               UNTIL WS-PATH-IDX = ZERO.

           MOVE WS-PATH-TOTAL-SEC TO WS-DUR-SECONDS.
           PERFORM FORMAT-DURATION.
           MOVE SPACES TO WS-SLA-LINE.
           STRING 'Path length:            ' DELIMITED BY SIZE
                  WS-DUR-TEXT DELIMITED BY SIZE
               INTO WS-SLA-LINE
           END-STRING.
           WRITE SLA-RPT-RECORD FROM WS-SLA-LINE.

           MOVE WS-PATH-TRACKED-SEC TO WS-DUR-SECONDS.
           PERFORM FORMAT-DURATION.
           MOVE SPACES TO WS-SLA-LINE.
           STRING 'In tracked steps:       ' DELIMITED BY SIZE
                  WS-DUR-TEXT DELIMITED BY SIZE
               INTO WS-SLA-LINE
           END-STRING.
           WRITE SLA-RPT-RECORD FROM WS-SLA-LINE.

           COMPUTE WS-DUR-SECONDS =
               WS-PATH-TOTAL-SEC - WS-PATH-TRACKED-SEC.
           PERFORM FORMAT-DURATION.
           MOVE SPACES TO WS-SLA-LINE.
           STRING 'Idle between steps:     ' DELIMITED BY SIZE
                  WS-DUR-TEXT DELIMITED BY SIZE
               INTO WS-SLA-LINE
           END-STRING.
           WRITE SLA-RPT-RECORD FROM WS-SLA-LINE.
       WRITE-CRITICAL-PATH-SECTION-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-PATH-LINE: One critical-path step, first to last
      ******************************************************************
       WRITE-ONE-PATH-LINE SECTION.
           MOVE WS-PATH-STEP (WS-PATH-IDX) TO WS-ST-IDX.
           MOVE SPACES TO WS-PATH-DETAIL.
           MOVE '+' TO WS-PD-PLUS.
           MOVE '%' TO WS-PD-PCT.
           COMPUTE WS-PD-SEQ = WS-PATH-LENGTH - WS-PATH-IDX + 1.
           MOVE WS-ST-PROGRAM (WS-ST-IDX) TO WS-PD-PROGRAM.

           MOVE WS-ST-START-OFFSET (WS-ST-IDX) TO WS-DUR-SECONDS.
           PERFORM FORMAT-DURATION.
           MOVE WS-DUR-TEXT TO WS-PD-START-OFFSET.

           COMPUTE WS-PATH-GAP-SEC =
               WS-ST-START-OFFSET (WS-ST-IDX) - WS-PATH-PREV-END.
           MOVE WS-PATH-GAP-SEC TO WS-DUR-SECONDS.
           PERFORM FORMAT-DURATION.
           MOVE WS-DUR-TEXT TO WS-PD-IDLE.

           MOVE WS-ST-ELAPSED-SEC (WS-ST-IDX) TO WS-DUR-SECONDS.
           PERFORM FORMAT-DURATION.
           MOVE WS-DUR-TEXT TO WS-PD-ELAPSED.

           MOVE ZERO TO WS-PATH-SHARE-PCT.
           IF WS-PATH-TOTAL-SEC > ZERO
               COMPUTE WS-PATH-SHARE-PCT =
                   (WS-ST-ELAPSED-SEC (WS-ST-IDX) * 100)
                   / WS-PATH-TOTAL-SEC
           END-IF.
           MOVE WS-PATH-SHARE-PCT TO WS-PD-SHARE.

           WRITE SLA-RPT-RECORD FROM WS-PATH-DETAIL.
           MOVE WS-ST-END-OFFSET (WS-ST-IDX) TO WS-PATH-PREV-END.
           SUBTRACT 1 FROM WS-PATH-IDX.
       WRITE-ONE-PATH-LINE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-TREND-SECTION: The month's average elapsed time per
      * step against the prior month's, with the change in rows read
      ******************************************************************
       WRITE-TREND-SECTION SECTION.
           MOVE SPACES TO WS-SLA-LINE.
           WRITE SLA-RPT-RECORD FROM WS-SLA-LINE.
           MOVE SPACES TO WS-SLA-LINE.
           STRING 'MONTHLY STEP TREND ' DELIMITED BY SIZE
                  WS-TREND-PERIOD DELIMITED BY SIZE
                  ' AGAINST ' DELIMITED BY SIZE
                  WS-PRIOR-PERIOD DELIMITED BY SIZE
               INTO WS-SLA-LINE
           END-STRING.
           WRITE SLA-RPT-RECORD FROM WS-SLA-LINE.
           WRITE SLA-RPT-RECORD FROM WS-TREND-HEADING.
           MOVE ALL '-' TO WS-SLA-LINE.
           WRITE SLA-RPT-RECORD FROM WS-SLA-LINE.

           MOVE WS-TREND-PERIOD TO SQL-TREND-PERIOD.
           MOVE WS-PRIOR-PERIOD TO SQL-PRIOR-PERIOD.
           EXEC SQL
               OPEN TREND_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Failed to open trend cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               GO TO WRITE-TREND-SECTION-EXIT
           END-IF.

           PERFORM WRITE-ONE-TREND-LINE
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE TREND_CURSOR
           END-EXEC.

           MOVE WS-STEPS-GROWING TO WS-COUNT-DISP.
           MOVE WS-GROWTH-PCT-THRESHOLD TO WS-THRESHOLD-DISP.
           MOVE SPACES TO WS-SLA-LINE.
           STRING 'Steps growing by ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-THRESHOLD-DISP) DELIMITED BY SIZE
                  '% or more: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-SLA-LINE
           END-STRING.
           WRITE SLA-RPT-RECORD FROM WS-SLA-LINE.
       WRITE-TREND-SECTION-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-TREND-LINE: One step's month against the prior. A
      * step whose time grew past the threshold is GROWING WITH
      * VOLUME when its rows read grew past it too, and GROWING
      * AHEAD OF VOLUME otherwise - the one to look at first
      ******************************************************************
       WRITE-ONE-TREND-LINE SECTION.
           EXEC SQL
               FETCH TREND_CURSOR INTO
                   :SQL-PROGRAM,
                   :SQL-TREND-RUNS,
                   :SQL-THIS-AVG-SEC,
                   :SQL-THIS-AVG-ROWS,
                   :SQL-PRIOR-AVG-SEC,
                   :SQL-PRIOR-AVG-ROWS
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO WRITE-ONE-TREND-LINE-EXIT
           END-IF.

           MOVE SPACES TO WS-TREND-DETAIL.
           MOVE SQL-PROGRAM TO WS-TD-PROGRAM.
           MOVE SQL-TREND-RUNS TO WS-TD-RUNS.
           MOVE SQL-PRIOR-AVG-SEC TO WS-DUR-SECONDS.
           PERFORM FORMAT-DURATION.
           MOVE WS-DUR-TEXT TO WS-TD-PRIOR-AVG.
           MOVE SQL-THIS-AVG-SEC TO WS-DUR-SECONDS.
           PERFORM FORMAT-DURATION.
           MOVE WS-DUR-TEXT TO WS-TD-THIS-AVG.

           MOVE 'N' TO WS-PCT-KNOWN-FLAG.
           MOVE ZERO TO WS-TIME-GROWTH-PCT.
           IF SQL-PRIOR-AVG-SEC > ZERO
               MOVE 'Y' TO WS-PCT-KNOWN-FLAG
               COMPUTE WS-TIME-GROWTH-PCT =
                   ((SQL-THIS-AVG-SEC - SQL-PRIOR-AVG-SEC) * 100)
                   / SQL-PRIOR-AVG-SEC
           END-IF.
           MOVE WS-TIME-GROWTH-PCT TO WS-PCT-VALUE.
           PERFORM FORMAT-PERCENT.
           MOVE WS-PCT-TEXT TO WS-TD-TIME-CHG.

           MOVE 'N' TO WS-PCT-KNOWN-FLAG.
           MOVE ZERO TO WS-ROWS-GROWTH-PCT.
           IF SQL-PRIOR-AVG-ROWS > ZERO
               MOVE 'Y' TO WS-PCT-KNOWN-FLAG
               COMPUTE WS-ROWS-GROWTH-PCT =
                   ((SQL-THIS-AVG-ROWS - SQL-PRIOR-AVG-ROWS) * 100)
                   / SQL-PRIOR-AVG-ROWS
           END-IF.
           MOVE WS-ROWS-GROWTH-PCT TO WS-PCT-VALUE.
           PERFORM FORMAT-PERCENT.
           MOVE WS-PCT-TEXT TO WS-TD-ROWS-CHG.

           EVALUATE TRUE
               WHEN SQL-PRIOR-AVG-SEC < ZERO
                   MOVE 'NEW THIS MONTH' TO WS-TREND-ASSESSMENT
               WHEN SQL-PRIOR-AVG-SEC = ZERO
                   MOVE 'STEADY' TO WS-TREND-ASSESSMENT
               WHEN WS-TIME-GROWTH-PCT >= WS-GROWTH-PCT-THRESHOLD
                    AND WS-ROWS-GROWTH-PCT >= WS-GROWTH-PCT-THRESHOLD
                   MOVE 'GROWING WITH VOLUME' TO WS-TREND-ASSESSMENT
                   ADD 1 TO WS-STEPS-GROWING
               WHEN WS-TIME-GROWTH-PCT >= WS-GROWTH-PCT-THRESHOLD
                   MOVE 'GROWING AHEAD OF VOLUME'
                       TO WS-TREND-ASSESSMENT
                   ADD 1 TO WS-STEPS-GROWING
               WHEN WS-TIME-GROWTH-PCT <=
                    (0 - WS-GROWTH-PCT-THRESHOLD)
                   MOVE 'SHRINKING' TO WS-TREND-ASSESSMENT
               WHEN OTHER
                   MOVE 'STEADY' TO WS-TREND-ASSESSMENT
           END-EVALUATE.
           MOVE WS-TREND-ASSESSMENT TO WS-TD-ASSESSMENT.

           WRITE SLA-RPT-RECORD FROM WS-TREND-DETAIL.
       WRITE-ONE-TREND-LINE-EXIT.
           EXIT.

      ******************************************************************
      * FORMAT-DURATION: WS-DUR-SECONDS as HH:MM:SS in WS-DUR-TEXT;
      * a negative value (nothing to show) as --:--:--
      ******************************************************************
       FORMAT-DURATION SECTION.
           IF WS-DUR-SECONDS < ZERO
               MOVE '--:--:--' TO WS-DUR-TEXT
               GO TO FORMAT-DURATION-EXIT
           END-IF.

           DIVIDE WS-DUR-SECONDS BY 3600 GIVING WS-DUR-HOURS
               REMAINDER WS-DUR-WORK.
           IF WS-DUR-HOURS > 99
               MOVE 99 TO WS-DUR-HOURS
           END-IF.
           MOVE WS-DUR-HOURS TO WS-DUR-HH.
           DIVIDE WS-DUR-WORK BY 60 GIVING WS-DUR-MM
               REMAINDER WS-DUR-SS.
           MOVE WS-DUR-EDIT TO WS-DUR-TEXT.
       FORMAT-DURATION-EXIT.
           EXIT.

      ******************************************************************
      * FORMAT-PERCENT: WS-PCT-VALUE as a signed percentage in
      * WS-PCT-TEXT, or n/a when PCT-IS-KNOWN is off
      ******************************************************************
       FORMAT-PERCENT SECTION.
           IF NOT PCT-IS-KNOWN
               MOVE '    n/a' TO WS-PCT-TEXT
               GO TO FORMAT-PERCENT-EXIT
           END-IF.

           MOVE WS-PCT-VALUE TO WS-PCT-DISP.
           MOVE SPACES TO WS-PCT-TEXT.
           STRING WS-PCT-DISP DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
               INTO WS-PCT-TEXT
           END-STRING.
       FORMAT-PERCENT-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
      *    Only log if the run recorded a forecast
           IF WS-FORECASTS-RECORDED = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'BATCH_SLA' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE 'BatchRunControl' TO WS-LIN-SRC-TABLE.
           MOVE SPACES TO WS-LIN-SRC-COLS.
           STRING 'PROGRAM,BUSINESS_DATE,STATUS,RETURN_CODE,'
                  DELIMITED BY SIZE
                  'STARTED_TS_UTC,ENDED_TS_UTC' DELIMITED BY SIZE
               INTO WS-LIN-SRC-COLS
           END-STRING.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'BatchSlaForecasts' TO WS-LIN-TGT-TABLE.
           MOVE SPACES TO WS-LIN-TGT-COLS.
           STRING 'BUSINESS_DATE,CHECKPOINT,PROJ_FINISH_UTC,'
                  DELIMITED BY SIZE
                  'DEADLINE_UTC,MARGIN_SECONDS,VERDICT'
                  DELIMITED BY SIZE
               INTO WS-LIN-TGT-COLS
           END-STRING.
           MOVE 'aggregate' TO WS-LIN-TRANSFORM-KIND.
           MOVE SPACES TO WS-LIN-TRANSFORM-EXPR.
           STRING 'now + SUM(trailing AVG of steps to run) or last '
                  DELIMITED BY SIZE
                  'ENDED_TS_UTC vs SLA deadline -> VERDICT'
                  DELIMITED BY SIZE
               INTO WS-LIN-TRANSFORM-EXPR
           END-STRING.
           MOVE WS-CURRENT-RUN-ID TO WS-LIN-RUN-ID.

           PERFORM ADD-LINEAGE-EVENT.

           DISPLAY 'Lineage event logged successfully'.
       LOG-LINEAGE-EVENT-EXIT.
           EXIT.
           EXIT.

      ******************************************************************
      * DISCONNECT-DATABASE: Commit transaction and disconnect
      ******************************************************************
       DISCONNECT-DATABASE SECTION.
           IF NOT SQLSERVER-IS-CONNECTED
               GO TO DISCONNECT-DATABASE-EXIT
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
           DISPLAY '  Steps timed:          ' WS-STEPS-TIMED.
           DISPLAY '  Steps slow (> P90):   ' WS-STEPS-SLOW.
           DISPLAY '  Steps pending:        ' WS-STEPS-PENDING.
           DISPLAY '  Steps not run:        ' WS-STEPS-NOT-RUN.
           DISPLAY '  Steps unfinished:     ' WS-STEPS-UNFINISHED.
           DISPLAY '  Critical path steps:  ' WS-PATH-LENGTH.
           DISPLAY '  Forecast verdict:     ' WS-FORECAST-VERDICT.
           DISPLAY '  Trend rows refreshed: ' WS-TREND-STEPS.
           DISPLAY '  Steps growing:        ' WS-STEPS-GROWING.
           DISPLAY '  Errors encountered:   ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM BATCH-SLA.
