      *          network return back to the exact batch.
      * Input:   dbo.AchOriginations joined to dbo.Transactions
      * Output:  data/out/ach_origination.dat
      *          dbo.AchOriginations (STATUS 'P' -> 'S', TRACE_NUMBER)
      * Lineage: transform_kind=extract
      ******************************************************************
      * LINEAGE: PROGRAM=ACH_ORIGINATE
       01  SQL-EXT-ACCOUNT             PIC X(17).
       01  SQL-AMOUNT                  PIC S9(16)V99 COMP-3.
       01  SQL-CURRENCY                PIC X(3).
       01  SQL-TRACE-NUMBER            PIC X(15).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * SQL communication area

      ******************************************************************
      * MARK-ORIGINATION-SENT: Stamp the row sent under this run's
      * batch ID so it is never originated twice, with the entry's
      * trace number for ACH_RECEIVE to match a Notification of
      * Change back to it
      ******************************************************************
       MARK-ORIGINATION-SENT SECTION.
           MOVE WS-ED-TRACE-ROUTING TO SQL-TRACE-NUMBER (1:8).
           MOVE WS-ED-TRACE-SEQ TO SQL-TRACE-NUMBER (9:7).
           EXEC SQL
               UPDATE dbo.AchOriginations
               SET STATUS = 'S',
                   FILE_BATCH_ID = :WS-CURRENT-RUN-ID,
                   TRACE_NUMBER = :SQL-TRACE-NUMBER,
                   SENT_TS_UTC = SYSUTCDATETIME()
               WHERE TX_ID = :SQL-TX-ID
                 AND STATUS = 'P'
