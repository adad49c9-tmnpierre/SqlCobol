       IDENTIFICATION DIVISION.
       PROGRAM-ID. StatAgg.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATAGG-REPORT-FILE ASSIGN TO STATAGG-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STATAGG-REPORT-FILE.
       01  STATAGG-REPORT-LINE    PIC X(100).

       WORKING-STORAGE SECTION.
      * The aggregation step right after SnapShot: count the frozen
      * snapshot once into stat_summary, so AgeStat, GenRpt and
      * CtrySumm sum pre-aggregated rows instead of each rescanning
      * every individual (ReconAgg keeps its own scan - its control
      * totals must stay independent of what they check - and
      * RgnRpt's regional figures are published from live databank).
      * The report compares the reporting jobs' average elapsed
      * time in job_run_log over the 30 days before this step first
      * ran with their average since, so the saving in the batch
      * window is shown rather than assumed.
       01  STATAGG-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  REPORT-LINE            PIC X(100) VALUE SPACES.
       01  REPORT-LINE-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  DASH-LINE              PIC X(78) VALUE ALL '-'.
       01  COUNT-DISP             PIC Z(8)9.
       01  COUNT-DISP-2           PIC Z(8)9.
       01  RUNS-BEFORE-DISP       PIC ZZZ9.
       01  RUNS-AFTER-DISP        PIC ZZZ9.
       01  SECS-BEFORE-DISP       PIC ZZZZZZ9.
       01  SECS-AFTER-DISP        PIC ZZZZZZ9.
       01  SECS-SAVED-DISP        PIC -ZZZZZZ9.
       01  TOTAL-SECS-BEFORE      PIC S9(9) VALUE ZERO.
       01  TOTAL-SECS-AFTER       PIC S9(9) VALUE ZERO.
       01  TOTAL-SECS-SAVED       PIC S9(9) VALUE ZERO.
       01  JOBS-WITHOUT-AFTER     PIC 9(3) VALUE ZERO.

       01  LOCAL-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "JobRun.cpy".
       COPY "RptCat.cpy".

       01  SUMMARY-ROW-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  SUMMARY-PERSON-COUNT   PIC S9(9) COMP-5 VALUE ZERO.
       01  SNAP-ROW-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
       01  CUTOVER-TS             PIC X(26) VALUE SPACES.

       01  SQL-ELAPSED-ROW.
           05  ELP-JOB-NAME       PIC X(20).
           05  ELP-RUNS-BEFORE    PIC S9(9) COMP-5.
           05  ELP-SECS-BEFORE    PIC S9(9) COMP-5.
           05  ELP-RUNS-AFTER     PIC S9(9) COMP-5.
           05  ELP-SECS-AFTER     PIC S9(9) COMP-5.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LS-RETURN-CODE         PIC 9(4) COMP VALUE ZERO.
       01  LS-JOB-PARM            PIC X(100).

       PROCEDURE DIVISION USING LS-RETURN-CODE LS-JOB-PARM.
       1000-MAIN-START.
           MOVE 'StatAgg' TO JRL-PROGRAM-NAME.
      *    A background launch (cobcrun, no arguments) leaves the
      *    LINKAGE return code with a null base; point it at local
      *    storage so the failure paths can store through it - the
      *    chain reads a background member's result from job_run_log,
      *    not from this field.
           IF ADDRESS OF LS-RETURN-CODE = NULL
               SET ADDRESS OF LS-RETURN-CODE
                   TO ADDRESS OF LOCAL-RETURN-CODE
           END-IF.

           CALL 'DbProfil' USING DBNAME USERNAME PASSWD.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 1030-CHECK-OPS-HOLD
               THRU 1030-CHECK-OPS-HOLD-END.

           PERFORM 1050-VERIFY-SCHEMA-LEVEL
               THRU 1050-VERIFY-SCHEMA-LEVEL-END.

           PERFORM 1070-START-JOB-RUN-LOG
               THRU 1070-START-JOB-RUN-LOG-END.

           PERFORM 1100-OPEN-REPORT-FILE
               THRU 1100-OPEN-REPORT-FILE-END.

           PERFORM 3001-BUILD-SUMMARY
               THRU 3001-BUILD-SUMMARY-END.

           PERFORM 4001-COMPARE-ELAPSED-TIMES
               THRU 4001-COMPARE-ELAPSED-TIMES-END.

           CLOSE STATAGG-REPORT-FILE.

           MOVE SNAP-ROW-COUNT TO JRL-ROWS-READ.
           MOVE SUMMARY-ROW-COUNT TO JRL-ROWS-UPDATED.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.

           MOVE 'StatAgg' TO CAT-PROGRAM-NAME.
           MOVE STATAGG-REPORT-FILENAME TO CAT-FILE-NAME.
           MOVE REPORT-LINE-COUNT TO CAT-LINE-COUNT.
           MOVE ZERO TO CAT-PAGE-COUNT.
           PERFORM 8910-REGISTER-REPORT
               THRU 8910-REGISTER-REPORT-END.

       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           MOVE 0 TO LS-RETURN-CODE.
           GOBACK.
      ******************************************************************
       1100-OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           STRING 'STATAGG_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO STATAGG-REPORT-FILENAME.

           OPEN OUTPUT STATAGG-REPORT-FILE.
           MOVE 'Statistics summary build' TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
       1100-OPEN-REPORT-FILE-END.
      ******************************************************************
      * Schema objects are owned by SchemaMig; this job only checks
      * that the database is at the level it was written against and
      * fails fast when the schema is behind.
       1050-VERIFY-SCHEMA-LEVEL.
           EXEC SQL
               SELECT COALESCE(MAX(version_number), 0)
               INTO :SCHEMA-LEVEL-CURRENT
               FROM schema_version
           END-EXEC.

           IF SQLCODE NOT = 0
            OR SCHEMA-LEVEL-CURRENT < SCHEMA-LEVEL-NEEDED
               DISPLAY '*** Schema level ' SCHEMA-LEVEL-CURRENT
                       ' is behind required level '
                       SCHEMA-LEVEL-NEEDED
                       ' - run SchemaMig first. ***'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF.
       1050-VERIFY-SCHEMA-LEVEL-END.
      ******************************************************************
       1070-START-JOB-RUN-LOG.
           EXEC SQL
               SELECT CAST(CURRENT_TIMESTAMP AS VARCHAR)
               INTO :JRL-STARTED-TS
           END-EXEC.
       1070-START-JOB-RUN-LOG-END.
      ******************************************************************
       8900-WRITE-JOB-RUN-LOG.
           EXEC SQL
               INSERT INTO job_run_log
                   (program_name, started_at, ended_at, rows_read,
                    rows_updated, rows_rejected, return_code)
               VALUES
                   (:JRL-PROGRAM-NAME,
                    CAST(:JRL-STARTED-TS AS TIMESTAMP),
                    CURRENT_TIMESTAMP, :JRL-ROWS-READ,
                    :JRL-ROWS-UPDATED, :JRL-ROWS-REJECTED,
                    :JRL-RETURN-CODE)
           END-EXEC.
       8900-WRITE-JOB-RUN-LOG-END.
      ******************************************************************
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.

           MOVE 'StatAgg' TO ERR-PROGRAM-NAME.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           EXEC SQL
               INSERT INTO error_log
                   (program_name, log_timestamp, sqlcode, sqlstate,
                    sqlerrmc)
               VALUES
                   (:ERR-PROGRAM-NAME, CURRENT_TIMESTAMP, :ERR-SQLCODE,
                    :ERR-SQLSTATE, :ERR-SQLERRMC)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN +100
                 DISPLAY "Record not found"
              WHEN -01
                 DISPLAY "Connection failed"
              WHEN -20
                 DISPLAY "Internal error"
              WHEN -30
                 DISPLAY "Database error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
              WHEN OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
                 COPY "SqlMsg.cpy".
           END-EVALUATE.
       1001-ERROR-RTN-END.
           MOVE 8 TO JRL-RETURN-CODE.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.
           MOVE 8 TO LS-RETURN-CODE.
           GOBACK.
      ******************************************************************
      * Without a snapshot there is nothing to summarise: the step
      * says so and leaves it to the reporting jobs, which freeze
      * their own snapshot and build the summary when run alone.
       3001-BUILD-SUMMARY.
           DISPLAY 'Building the statistics summary...'.

           EXEC SQL
               SELECT COUNT(*) INTO :SNAP-ROW-COUNT
               FROM databank_snapshot
               WHERE snap_date =
                     (SELECT MAX(x.snap_date)
                        FROM databank_snapshot x)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF SNAP-ROW-COUNT = 0
               MOVE 'No snapshot present - nothing summarised.'
                   TO REPORT-LINE
               DISPLAY REPORT-LINE
               PERFORM 3950-WRITE-REPORT-LINE
                   THRU 3950-WRITE-REPORT-LINE-END
               GO TO 3001-BUILD-SUMMARY-END
           END-IF.

           COPY "StatSum.cpy".

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

      *    The summary must account for every snapshot row, or a
      *    report read from it would quietly undercount.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(person_count), 0)
               INTO :SUMMARY-ROW-COUNT, :SUMMARY-PERSON-COUNT
               FROM stat_summary
               WHERE snap_date =
                     (SELECT MAX(x.snap_date)
                        FROM databank_snapshot x)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SNAP-ROW-COUNT TO COUNT-DISP.
           MOVE SUMMARY-ROW-COUNT TO COUNT-DISP-2.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Snapshot rows: ' DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                  '  summary rows: ' DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP-2) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           IF SUMMARY-PERSON-COUNT NOT = SNAP-ROW-COUNT
               MOVE SUMMARY-PERSON-COUNT TO COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING '*** Summary counts ' DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                      ' individuals - does not balance ***'
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE
               PERFORM 3950-WRITE-REPORT-LINE
                   THRU 3950-WRITE-REPORT-LINE-END
               MOVE 8 TO JRL-RETURN-CODE
               PERFORM 8900-WRITE-JOB-RUN-LOG
                   THRU 8900-WRITE-JOB-RUN-LOG-END
               CLOSE STATAGG-REPORT-FILE
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF.
       3001-BUILD-SUMMARY-END.
      ******************************************************************
      * The reporting jobs that used to scan the snapshot, the ones
      * that only read what GenRpt derived, and this step itself, so
      * its own cost is charged against the saving. Before = clean
      * runs (RC 4 or better) in the 30 days before StatAgg first
      * ran; after = clean runs since.
       4001-COMPARE-ELAPSED-TIMES.
           EXEC SQL
               SELECT CAST(COALESCE(MIN(started_at),
                          CAST(:JRL-STARTED-TS AS TIMESTAMP))
                          AS VARCHAR)
               INTO :CUTOVER-TS
               FROM job_run_log
               WHERE program_name = 'StatAgg'
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Average elapsed seconds per run, before and since '
                      DELIMITED BY SIZE
                  CUTOVER-TS(1:16) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
           MOVE 'Job        Runs  Before  Runs   After   Saved'
               TO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           EXEC SQL DECLARE ELAPSED_CUR CURSOR FOR
               SELECT p.job_name,
                      COUNT(j.id) FILTER (WHERE j.started_at
                          < CAST(:CUTOVER-TS AS TIMESTAMP)),
                      COALESCE(CAST(AVG(EXTRACT(EPOCH FROM
                          j.ended_at - j.started_at))
                          FILTER (WHERE j.started_at
                              < CAST(:CUTOVER-TS AS TIMESTAMP))
                          AS INTEGER), 0),
                      COUNT(j.id) FILTER (WHERE j.started_at
                          >= CAST(:CUTOVER-TS AS TIMESTAMP)),
                      COALESCE(CAST(AVG(EXTRACT(EPOCH FROM
                          j.ended_at - j.started_at))
                          FILTER (WHERE j.started_at
                              >= CAST(:CUTOVER-TS AS TIMESTAMP))
                          AS INTEGER), 0)
               FROM (VALUES (1, 'AgeStat'), (2, 'GenRpt'),
                            (3, 'CtrySumm'), (4, 'ReconAgg'),
                            (5, 'JsonExp'), (6, 'AgeAlert'),
                            (7, 'TrendRpt'), (8, 'StatAgg'))
                    AS p(seq, job_name)
               LEFT JOIN job_run_log j
                 ON j.program_name = p.job_name
                AND j.ended_at IS NOT NULL
                AND j.return_code <= 4
                AND j.started_at >= CAST(:CUTOVER-TS AS TIMESTAMP)
                                    - INTERVAL '30 days'
               GROUP BY p.seq, p.job_name
               ORDER BY p.seq
           END-EXEC.

           EXEC SQL OPEN ELAPSED_CUR END-EXEC.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH ELAPSED_CUR
                   INTO :ELP-JOB-NAME, :ELP-RUNS-BEFORE,
                        :ELP-SECS-BEFORE, :ELP-RUNS-AFTER,
                        :ELP-SECS-AFTER
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 4100-WRITE-ELAPSED-LINE
                           THRU 4100-WRITE-ELAPSED-LINE-END
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE ELAPSED_CUR END-EXEC.

           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           COMPUTE TOTAL-SECS-SAVED = TOTAL-SECS-BEFORE
                                    - TOTAL-SECS-AFTER.
           MOVE TOTAL-SECS-BEFORE TO SECS-BEFORE-DISP.
           MOVE TOTAL-SECS-AFTER TO SECS-AFTER-DISP.
           MOVE TOTAL-SECS-SAVED TO SECS-SAVED-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Reporting phase' DELIMITED BY SIZE
                  '      ' DELIMITED BY SIZE
                  SECS-BEFORE-DISP DELIMITED BY SIZE
                  '      ' DELIMITED BY SIZE
                  SECS-AFTER-DISP DELIMITED BY SIZE
                  SECS-SAVED-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           IF JOBS-WITHOUT-AFTER > 0
               MOVE '(jobs with no run on one side count as 0 there - '
                   TO REPORT-LINE
               PERFORM 3950-WRITE-REPORT-LINE
                   THRU 3950-WRITE-REPORT-LINE-END
               MOVE ' the comparison firms up after a few nights)'
                   TO REPORT-LINE
               PERFORM 3950-WRITE-REPORT-LINE
                   THRU 3950-WRITE-REPORT-LINE-END
           END-IF.
       4001-COMPARE-ELAPSED-TIMES-END.
      ******************************************************************
       4100-WRITE-ELAPSED-LINE.
           MOVE ELP-RUNS-BEFORE TO RUNS-BEFORE-DISP.
           MOVE ELP-SECS-BEFORE TO SECS-BEFORE-DISP.
           MOVE ELP-RUNS-AFTER TO RUNS-AFTER-DISP.
           MOVE ELP-SECS-AFTER TO SECS-AFTER-DISP.
           COMPUTE TOTAL-SECS-SAVED = ELP-SECS-BEFORE - ELP-SECS-AFTER.
           MOVE TOTAL-SECS-SAVED TO SECS-SAVED-DISP.

           ADD ELP-SECS-BEFORE TO TOTAL-SECS-BEFORE.
           ADD ELP-SECS-AFTER TO TOTAL-SECS-AFTER.
           IF ELP-RUNS-BEFORE = 0 OR ELP-RUNS-AFTER = 0
               ADD 1 TO JOBS-WITHOUT-AFTER
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING ELP-JOB-NAME(1:10) DELIMITED BY SIZE
                  RUNS-BEFORE-DISP DELIMITED BY SIZE
                  SECS-BEFORE-DISP(1:7) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  RUNS-AFTER-DISP DELIMITED BY SIZE
                  SECS-AFTER-DISP(1:7) DELIMITED BY SIZE
                  SECS-SAVED-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
       4100-WRITE-ELAPSED-LINE-END.
      ******************************************************************
       3950-WRITE-REPORT-LINE.
           WRITE STATAGG-REPORT-LINE FROM REPORT-LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       3950-WRITE-REPORT-LINE-END.
      ******************************************************************
      * Register the report file in report_catalog so distribution
      * and housekeeping work from data instead of filename guessing.
       8910-REGISTER-REPORT.
           EXEC SQL
               INSERT INTO report_catalog
                   (program_name, file_name, run_date, line_count,
                    page_count, job_run_log_id, created_at)
               VALUES
                   (:CAT-PROGRAM-NAME, :CAT-FILE-NAME, CURRENT_DATE,
                    :CAT-LINE-COUNT, :CAT-PAGE-COUNT,
                    (SELECT MAX(id) FROM job_run_log
                      WHERE program_name = :CAT-PROGRAM-NAME),
                    CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8910-REGISTER-REPORT-END.
      ******************************************************************
      ******************************************************************
      * A set operations hold quiesces the whole suite: the shared
      * check announces it and counts the refused start; this
      * paragraph only supplies the program's way of stopping.
       1030-CHECK-OPS-HOLD.
           COPY "HoldChk.cpy".

           IF HLD-HELD-FLAG = 'Y'
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF.
       1030-CHECK-OPS-HOLD-END.
      ******************************************************************
