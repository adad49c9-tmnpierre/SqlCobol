       IDENTIFICATION DIVISION.
       PROGRAM-ID. CapFcst.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-RULES-FILE
               ASSIGN TO RETENTION-RULES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENTION-STATUS.

           SELECT CAPACITY-REPORT-FILE
               ASSIGN TO CAPACITY-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ArchPurg's retention control file, read here only to see
      * which tables have a rule.
       FD  RETENTION-RULES-FILE.
       01  RETENTION-RULES-RECORD.
           05  RET-TABLE-NAME     PIC X(30).
           05  RET-DAYS           PIC X(5).

       FD  CAPACITY-REPORT-FILE.
       01  CAPACITY-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
      * The journal, the logs, phrase_usage, mail_staging and the
      * history tables grow every night and most are never purged;
      * the batch window only hears about it when a job that scans
      * one of them slows down. This job keeps the nightly figures
      * and says in advance where housekeeping is needed.
      *   SAMPLE - in the chain, with no parm: every table's row
      *       count and storage size for today, then the report.
      *   REPORT - the report from the samples already taken.
      *   THRESHOLD <table|*> <max-rows|-> <max-MB|-> [warn-days]
      *   THRESHOLD <table> DROP - the limits a table is forecast
      *       against; '*' is the default for the rest, '-' is no
      *       limit of that kind.
      *   READER <table> <program> [DROP] - the jobs whose run time
      *       is set against a table's growth.
      * The report projects each table's crossing of its limits from
      * the growth over the trend window, sets the run times logged
      * in job_run_log against the table's size on the same day, and
      * names every table no ArchPurg retention rule ever thins out.
       01  RETENTION-RULES-FILENAME PIC X(40)
               VALUE 'RETENTION.TXT'.
       01  WS-RETENTION-STATUS    PIC X(02) VALUE SPACES.
           88  RETENTION-STATUS-OK       VALUE '00'.
           88  RETENTION-FILE-NOT-FOUND  VALUE '35'.
       01  RETENTION-EOF-SWITCH   PIC X VALUE 'N'.
           88  RETENTION-EOF      VALUE 'Y'.
       01  RETENTION-FILE-SWITCH  PIC X VALUE 'N'.
           88  RETENTION-FILE-READ VALUE 'Y'.

       01  CAPACITY-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  CMD-LINE-PARM          PIC X(100) VALUE SPACES.
       01  ACTION-PARM            PIC X(10) VALUE SPACES.
       01  PARM-2                 PIC X(63) VALUE SPACES.
       01  PARM-3                 PIC X(20) VALUE SPACES.
       01  PARM-4                 PIC X(20) VALUE SPACES.
       01  PARM-5                 PIC X(20) VALUE SPACES.
       01  DROP-SWITCH            PIC X VALUE 'N'.
           88  DROP-REQUESTED     VALUE 'Y'.

      * The rules in ArchPurg's control file.
       01  RULE-TABLE.
           05  RULE-ENTRY         OCCURS 100 TIMES.
               10  RULE-NAME      PIC X(30).
               10  RULE-DAYS      PIC X(5).
       01  RULE-COUNT             PIC 9(3) VALUE ZEROS.
       01  RULE-IDX               PIC 9(3) VALUE ZEROS.
       01  RULE-FOUND-IDX         PIC 9(3) VALUE ZEROS.
       01  RETENTION-TEXT         PIC X(24) VALUE SPACES.
       01  RULED-SWITCH           PIC X VALUE 'N'.
           88  TABLE-IS-RULED     VALUE 'Y'.

      * The tables of the latest sample, kept for the reader section
      * (projected run times) and the no-retention list.
       01  TBL-TABLE.
           05  TBL-ENTRY          OCCURS 500 TIMES.
               10  TBL-NAME       PIC X(63).
               10  TBL-ROWS       PIC 9(15).
               10  TBL-MB         PIC 9(9).
               10  TBL-ROWS-DAY   PIC S9(15).
               10  TBL-WARN-DAYS  PIC 9(5).
               10  TBL-RULED      PIC X.
       01  TBL-COUNT              PIC 9(3) VALUE ZEROS.
       01  TBL-IDX                PIC 9(3) VALUE ZEROS.
       01  TBL-FOUND-IDX          PIC 9(3) VALUE ZEROS.
       01  TBL-OVERFLOW-SW        PIC X VALUE 'N'.

       01  TABLES-WARNED-COUNT    PIC 9(4) VALUE ZEROS.
       01  TABLES-UNRULED-COUNT   PIC 9(4) VALUE ZEROS.
       01  REPORT-LINE-COUNT      PIC 9(6) VALUE ZEROS.
       01  PROJ-ROWS              PIC S9(15) VALUE ZEROS.
       01  PROJ-SECS              PIC S9(9) VALUE ZEROS.

       01  REPORT-LINE            PIC X(132) VALUE SPACES.
       01  DASH-LINE              PIC X(128) VALUE ALL '-'.
       01  CROSS-TEXT             PIC X(14) VALUE SPACES.
       01  WARN-FLAG              PIC X(6) VALUE SPACES.
       01  READER-NOTE            PIC X(30) VALUE SPACES.
       01  ROWS-DISP              PIC Z(11)9.
       01  MB-DISP                PIC Z(8)9.
       01  ROWS-DAY-DISP          PIC -Z(8)9.
       01  KB-DAY-DISP            PIC -Z(8)9.
       01  RUNS-DISP              PIC ZZZ9.
       01  CORR-DISP              PIC -9,99.
       01  SECS-DISP              PIC Z(6)9.
       01  SECS-DISP-2            PIC Z(6)9.
       01  SECS-DISP-3            PIC Z(6)9.
       01  PER-100K-DISP          PIC -Z(7)9,9.
       01  COUNT-DISP             PIC Z(5)9.
       01  COUNT-DISP-2           PIC Z(5)9.

       01  LOCAL-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "JobRun.cpy".
       COPY "RptCat.cpy".

      * Growth is the least-squares slope over the last four weeks of
      * samples; run times are set against table size over the last
      * quarter.
       01  CAP-TREND-DAYS         PIC S9(4) COMP-5 VALUE 28.
       01  CAP-CORR-DAYS          PIC S9(4) COMP-5 VALUE 90.
       01  CAP-SAMPLE-DATE        PIC X(10) VALUE SPACES.
       01  CAP-TABLES-SAMPLED     PIC S9(9) COMP-5 VALUE ZERO.

       01  THR-TABLE-NAME         PIC X(63) VALUE SPACES.
       01  THR-MAX-ROWS           PIC S9(15) COMP-3 VALUE ZERO.
       01  THR-MAX-MB             PIC S9(9) COMP-5 VALUE ZERO.
       01  THR-WARN-DAYS          PIC S9(9) COMP-5 VALUE ZERO.
       01  THR-PROGRAM-NAME       PIC X(20) VALUE SPACES.
       01  THR-FOUND              PIC S9(9) COMP-5 VALUE ZERO.

       01  SQL-TABLE-ROW.
           05  CAP-TABLE-NAME     PIC X(63).
           05  CAP-ROW-COUNT      PIC S9(15) COMP-3.
           05  CAP-SIZE-MB        PIC S9(9) COMP-5.
           05  CAP-SAMPLES        PIC S9(9) COMP-5.
           05  CAP-ROWS-DAY       PIC S9(15) COMP-3.
           05  CAP-KB-DAY         PIC S9(15) COMP-3.
           05  CAP-WARN-DAYS      PIC S9(9) COMP-5.
           05  CAP-DAYS-LEFT      PIC S9(9) COMP-5.
           05  CAP-LIMIT-KIND     PIC X(4).
           05  CAP-CROSS-DATE     PIC X(10).

       01  SQL-READER-ROW.
           05  RDR-TABLE-NAME     PIC X(63).
           05  RDR-PROGRAM-NAME   PIC X(20).
           05  RDR-RUNS           PIC S9(9) COMP-5.
           05  RDR-CORR           PIC S9(1)V99 COMP-3.
           05  RDR-FIRST-SECS     PIC S9(9) COMP-5.
           05  RDR-LAST-SECS      PIC S9(9) COMP-5.
           05  RDR-SECS-PER-100K  PIC S9(8)V9 COMP-3.
           05  RDR-INTERCEPT      PIC S9(8)V9 COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LS-RETURN-CODE         PIC 9(4) COMP VALUE ZERO.
       01  LS-JOB-PARM            PIC X(100).

       PROCEDURE DIVISION USING LS-RETURN-CODE LS-JOB-PARM.
       1000-MAIN-START.
           MOVE 'CapFcst' TO JRL-PROGRAM-NAME.
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

           PERFORM 1080-GET-RUN-PARMS
               THRU 1080-GET-RUN-PARMS-END.

           EVALUATE ACTION-PARM
               WHEN 'SAMPLE'
                   PERFORM 2001-TAKE-SAMPLE
                       THRU 2001-TAKE-SAMPLE-END
                   PERFORM 3001-WRITE-CAPACITY-REPORT
                       THRU 3001-WRITE-CAPACITY-REPORT-END
               WHEN 'REPORT'
                   PERFORM 3001-WRITE-CAPACITY-REPORT
                       THRU 3001-WRITE-CAPACITY-REPORT-END
               WHEN 'THRESHOLD'
                   PERFORM 4001-SET-THRESHOLD
                       THRU 4001-SET-THRESHOLD-END
               WHEN 'READER'
                   PERFORM 4101-SET-READER
                       THRU 4101-SET-READER-END
           END-EVALUATE.

           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.

       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           MOVE JRL-RETURN-CODE TO LS-RETURN-CODE.
           MOVE JRL-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      ******************************************************************
       1080-GET-RUN-PARMS.
      *    Under the Driver chain the job's own parameter card comes
      *    in through the CALL interface; the command line is only for
      *    standalone runs (it would otherwise be Driver's argument).
           IF ADDRESS OF LS-JOB-PARM NOT = NULL
               MOVE LS-JOB-PARM TO CMD-LINE-PARM
           ELSE
               ACCEPT CMD-LINE-PARM FROM COMMAND-LINE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.

           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO ACTION-PARM PARM-2 PARM-3 PARM-4 PARM-5
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ACTION-PARM) TO ACTION-PARM.

      *    The chain starts the job without a parm card.
           IF ACTION-PARM = SPACES
               MOVE 'SAMPLE' TO ACTION-PARM
           END-IF.

           EVALUATE ACTION-PARM
               WHEN 'SAMPLE'
               WHEN 'REPORT'
                   CONTINUE
               WHEN 'THRESHOLD'
                   PERFORM 1090-GET-THRESHOLD-PARMS
                       THRU 1090-GET-THRESHOLD-PARMS-END
               WHEN 'READER'
                   IF PARM-2 = SPACES OR PARM-3 = SPACES
                       PERFORM 1150-SHOW-USAGE
                           THRU 1150-SHOW-USAGE-END
                   END-IF
                   MOVE FUNCTION LOWER-CASE(PARM-2) TO THR-TABLE-NAME
                   MOVE PARM-3 TO THR-PROGRAM-NAME
                   IF FUNCTION UPPER-CASE(PARM-4) = 'DROP'
                       SET DROP-REQUESTED TO TRUE
                   END-IF
               WHEN OTHER
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
           END-EVALUATE.
       1080-GET-RUN-PARMS-END.
      ******************************************************************
      * Limits are whole rows and whole megabytes; '-' (or 0) means
      * the table has no limit of that kind, which for a named table
      * also overrides the '*' default.
       1090-GET-THRESHOLD-PARMS.
           IF PARM-2 = SPACES OR PARM-3 = SPACES
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           MOVE FUNCTION LOWER-CASE(PARM-2) TO THR-TABLE-NAME.

           IF FUNCTION UPPER-CASE(PARM-3) = 'DROP'
               IF THR-TABLE-NAME = '*'
                   DISPLAY 'The * default can be changed, not dropped.'
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
               END-IF
               SET DROP-REQUESTED TO TRUE
               GO TO 1090-GET-THRESHOLD-PARMS-END
           END-IF.

           IF PARM-4 = SPACES
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           MOVE ZERO TO THR-MAX-ROWS THR-MAX-MB.
           IF PARM-3 NOT = '-'
               IF FUNCTION TEST-NUMVAL(PARM-3) NOT = 0
                   DISPLAY 'Maximum rows must be a number or -: '
                           PARM-3
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
               END-IF
               MOVE FUNCTION NUMVAL(PARM-3) TO THR-MAX-ROWS
           END-IF.

           IF PARM-4 NOT = '-'
               IF FUNCTION TEST-NUMVAL(PARM-4) NOT = 0
                   DISPLAY 'Maximum MB must be a number or -: '
                           PARM-4
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
               END-IF
               MOVE FUNCTION NUMVAL(PARM-4) TO THR-MAX-MB
           END-IF.

           MOVE 90 TO THR-WARN-DAYS.
           IF PARM-5 NOT = SPACES
               IF FUNCTION TEST-NUMVAL(PARM-5) NOT = 0
                   DISPLAY 'Warning days must be a number: ' PARM-5
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
               END-IF
               MOVE FUNCTION NUMVAL(PARM-5) TO THR-WARN-DAYS
           END-IF.
       1090-GET-THRESHOLD-PARMS-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: CapFcst [SAMPLE]'.
           DISPLAY '       CapFcst REPORT'.
           DISPLAY '       CapFcst THRESHOLD <table|*> <max-rows|-> '
                   '<max-MB|-> [warn-days]'.
           DISPLAY '       CapFcst THRESHOLD <table> DROP'.
           DISPLAY '       CapFcst READER <table> <program> [DROP]'.
           MOVE 8 TO JRL-RETURN-CODE.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.
           EXEC SQL DISCONNECT ALL END-EXEC.
           MOVE 8 TO LS-RETURN-CODE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       1150-SHOW-USAGE-END.
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

           MOVE 'CapFcst' TO ERR-PROGRAM-NAME.
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
           MOVE 8 TO RETURN-CODE.
           GOBACK.
      ******************************************************************
      * The row counts are the statistics collector's live-row
      * figures, not a COUNT(*) of every table - scanning the journal
      * once more each night is the cost this job is meant to
      * foresee. Sizes include indexes and TOAST. A table kept as
      * <name>_store behind a view is sampled under the view's name,
      * which is the name every program and retention rule uses. A
      * rerun on the same day replaces the day's figures.
       2001-TAKE-SAMPLE.
           EXEC SQL
               INSERT INTO capacity_sample
                   (sample_date, table_name, storage_name, row_count,
                    total_bytes)
               SELECT CURRENT_DATE,
                      CASE WHEN st.relname ~ '_store$'
                            AND NOT EXISTS
                                (SELECT 1 FROM pg_stat_user_tables b
                                  WHERE b.schemaname = st.schemaname
                                    AND b.relname =
                                        REGEXP_REPLACE(st.relname,
                                                       '_store$', ''))
                           THEN REGEXP_REPLACE(st.relname,
                                               '_store$', '')
                           ELSE st.relname END,
                      st.relname, st.n_live_tup,
                      pg_total_relation_size(st.relid)
               FROM pg_stat_user_tables st
               WHERE st.schemaname = current_schema()
               ON CONFLICT (sample_date, table_name) DO UPDATE
                   SET storage_name = EXCLUDED.storage_name,
                       row_count = EXCLUDED.row_count,
                       total_bytes = EXCLUDED.total_bytes
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SQLERRD(3) TO CAP-TABLES-SAMPLED.
           MOVE CAP-TABLES-SAMPLED TO JRL-ROWS-UPDATED.
           MOVE CAP-TABLES-SAMPLED TO COUNT-DISP.
           DISPLAY 'Tables sampled: ' COUNT-DISP.
       2001-TAKE-SAMPLE-END.
      ******************************************************************
       3001-WRITE-CAPACITY-REPORT.
           EXEC SQL
               SELECT COALESCE(TO_CHAR(MAX(sample_date),
                                       'YYYY-MM-DD'), ' ')
               INTO :CAP-SAMPLE-DATE
               FROM capacity_sample
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF CAP-SAMPLE-DATE = SPACES
               DISPLAY 'No capacity sample yet - run CapFcst SAMPLE.'
               MOVE 4 TO JRL-RETURN-CODE
               GO TO 3001-WRITE-CAPACITY-REPORT-END
           END-IF.

           PERFORM 3050-LOAD-RETENTION-RULES
               THRU 3050-LOAD-RETENTION-RULES-END.

           STRING 'CAPFCST_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO CAPACITY-REPORT-FILENAME.

           OPEN OUTPUT CAPACITY-REPORT-FILE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Database capacity and growth forecast - sample of '
                      DELIMITED BY SIZE
                  CAP-SAMPLE-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.

           IF NOT RETENTION-FILE-READ
               MOVE SPACES TO REPORT-LINE
               STRING 'Retention control file ' DELIMITED BY SIZE
                      FUNCTION TRIM(RETENTION-RULES-FILENAME)
                          DELIMITED BY SIZE
                      ' not found - no table is taken as purged.'
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM 5900-WRITE-REPORT-LINE
                   THRU 5900-WRITE-REPORT-LINE-END
           END-IF.

           PERFORM 3100-REPORT-TABLE-GROWTH
               THRU 3100-REPORT-TABLE-GROWTH-END.

           PERFORM 3200-REPORT-READER-RUN-TIMES
               THRU 3200-REPORT-READER-RUN-TIMES-END.

           PERFORM 3300-REPORT-UNPURGED-TABLES
               THRU 3300-REPORT-UNPURGED-TABLES-END.

           CLOSE CAPACITY-REPORT-FILE.

           MOVE 'CapFcst' TO CAT-PROGRAM-NAME.
           MOVE CAPACITY-REPORT-FILENAME TO CAT-FILE-NAME.
           MOVE REPORT-LINE-COUNT TO CAT-LINE-COUNT.
           MOVE 1 TO CAT-PAGE-COUNT.
           PERFORM 8910-REGISTER-REPORT
               THRU 8910-REGISTER-REPORT-END.

      *    A table over its limit, or due to cross it within its
      *    warning period, is a warning for the night.
           IF TABLES-WARNED-COUNT > 0
               MOVE 4 TO JRL-RETURN-CODE
           END-IF.
       3001-WRITE-CAPACITY-REPORT-END.
      ******************************************************************
      * Same control file and layout ArchPurg reads; only the tables
      * ArchPurg knows how to thin out count as having a rule (keep
      * 3160 in step with ArchPurg's 3100-APPLY-ONE-RULE).
       3050-LOAD-RETENTION-RULES.
           OPEN INPUT RETENTION-RULES-FILE.

           IF NOT RETENTION-STATUS-OK
               GO TO 3050-LOAD-RETENTION-RULES-END
           END-IF.

           SET RETENTION-FILE-READ TO TRUE.
           READ RETENTION-RULES-FILE
               AT END SET RETENTION-EOF TO TRUE
           END-READ.
           PERFORM 3060-KEEP-ONE-RULE
               THRU 3060-KEEP-ONE-RULE-END
               UNTIL RETENTION-EOF.

           CLOSE RETENTION-RULES-FILE.
       3050-LOAD-RETENTION-RULES-END.
      ******************************************************************
       3060-KEEP-ONE-RULE.
           IF RET-TABLE-NAME NOT = SPACES
            AND RET-DAYS IS NUMERIC
            AND RULE-COUNT < 100
               ADD 1 TO RULE-COUNT
               MOVE FUNCTION LOWER-CASE(RET-TABLE-NAME)
                   TO RULE-NAME(RULE-COUNT)
               MOVE RET-DAYS TO RULE-DAYS(RULE-COUNT)
           END-IF.

           READ RETENTION-RULES-FILE
               AT END SET RETENTION-EOF TO TRUE
           END-READ.
       3060-KEEP-ONE-RULE-END.
      ******************************************************************
      * One line per table of the latest sample, soonest crossing
      * first. Growth per day is the least-squares slope over the
      * trend window; the crossing date is the first day either
      * limit is reached at that rate (capped at 99999 days, i.e.
      * never). A table with a single sample has no trend yet.
       3100-REPORT-TABLE-GROWTH.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Table                                  Rows   '
                      DELIMITED BY SIZE
                  'Size MB   Rows/day     KB/day Limit Crosses on   '
                      DELIMITED BY SIZE
                  '         Retention' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.
           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.

           EXEC SQL DECLARE GROWTH_CUR CURSOR FOR
               SELECT f.table_name, f.row_count, f.size_mb,
                      f.samples, f.rows_day, f.kb_day, f.warn_days,
                      COALESCE(LEAST(f.rows_left, f.mb_left), -1),
                      CASE WHEN f.rows_left IS NULL
                            AND f.mb_left IS NULL THEN ' '
                           WHEN f.mb_left IS NULL
                             OR f.rows_left <= f.mb_left
                           THEN 'rows'
                           ELSE 'size' END,
                      COALESCE(TO_CHAR(f.sample_date
                                       + LEAST(f.rows_left,
                                               f.mb_left),
                                       'YYYY-MM-DD'), ' ')
               FROM (SELECT c.table_name, c.sample_date,
                            c.row_count,
                            CAST(c.total_bytes / 1048576 AS BIGINT)
                                AS size_mb,
                            g.samples,
                            CAST(COALESCE(ROUND(g.rows_day), 0)
                                 AS BIGINT) AS rows_day,
                            CAST(COALESCE(ROUND(g.bytes_day / 1024),
                                          0) AS BIGINT) AS kb_day,
                            COALESCE(x.warn_days, 90) AS warn_days,
                            CASE WHEN x.max_rows IS NULL THEN NULL
                                 WHEN c.row_count >= x.max_rows
                                 THEN 0
                                 WHEN g.rows_day > 0
                                 THEN CAST(LEAST(CEIL(
                                          (x.max_rows - c.row_count)
                                          / g.rows_day), 99999)
                                          AS INTEGER)
                                 END AS rows_left,
                            CASE WHEN x.max_mb IS NULL THEN NULL
                                 WHEN c.total_bytes >=
                                      x.max_mb * 1048576.0
                                 THEN 0
                                 WHEN g.bytes_day > 0
                                 THEN CAST(LEAST(CEIL(
                                          (x.max_mb * 1048576.0
                                           - c.total_bytes)
                                          / g.bytes_day), 99999)
                                          AS INTEGER)
                                 END AS mb_left
                       FROM capacity_sample c
                       JOIN (SELECT table_name,
                                    COUNT(*) AS samples,
                                    REGR_SLOPE(row_count,
                                        sample_date - DATE '2000-01-01')
                                        AS rows_day,
                                    REGR_SLOPE(total_bytes,
                                        sample_date - DATE '2000-01-01')
                                        AS bytes_day
                               FROM capacity_sample
                              WHERE sample_date >
                                    (SELECT MAX(m.sample_date)
                                       FROM capacity_sample m)
                                    - :CAP-TREND-DAYS
                              GROUP BY table_name) g
                         ON g.table_name = c.table_name
                       LEFT JOIN LATERAL
                            (SELECT t.max_rows, t.max_mb, t.warn_days
                               FROM capacity_threshold t
                              WHERE t.table_name IN (c.table_name, '*')
                              ORDER BY CASE WHEN t.table_name = '*'
                                            THEN 1 ELSE 0 END
                              LIMIT 1) x ON TRUE
                      WHERE c.sample_date =
                            (SELECT MAX(m.sample_date)
                               FROM capacity_sample m)) f
               ORDER BY COALESCE(LEAST(f.rows_left, f.mb_left),
                                 999999),
                        f.rows_day DESC, f.table_name
           END-EXEC.

           EXEC SQL OPEN GROWTH_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH GROWTH_CUR
                   INTO :CAP-TABLE-NAME, :CAP-ROW-COUNT,
                        :CAP-SIZE-MB, :CAP-SAMPLES, :CAP-ROWS-DAY,
                        :CAP-KB-DAY, :CAP-WARN-DAYS, :CAP-DAYS-LEFT,
                        :CAP-LIMIT-KIND, :CAP-CROSS-DATE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO JRL-ROWS-READ
                       PERFORM 3150-WRITE-TABLE-LINE
                           THRU 3150-WRITE-TABLE-LINE-END
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE GROWTH_CUR END-EXEC.

           IF TBL-OVERFLOW-SW = 'Y'
               MOVE SPACES TO REPORT-LINE
               STRING 'More than 500 tables - the reader and '
                          DELIMITED BY SIZE
                      'retention sections cover the first 500.'
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM 5900-WRITE-REPORT-LINE
                   THRU 5900-WRITE-REPORT-LINE-END
           END-IF.
       3100-REPORT-TABLE-GROWTH-END.
      ******************************************************************
       3150-WRITE-TABLE-LINE.
           PERFORM 3160-FIND-RETENTION-RULE
               THRU 3160-FIND-RETENTION-RULE-END.

           MOVE SPACES TO WARN-FLAG.
           EVALUATE TRUE
               WHEN CAP-SAMPLES < 2
                   MOVE 'no trend yet' TO CROSS-TEXT
               WHEN CAP-DAYS-LEFT = 0
                   MOVE 'OVER LIMIT' TO CROSS-TEXT
                   MOVE '*OVER*' TO WARN-FLAG
                   ADD 1 TO TABLES-WARNED-COUNT
               WHEN CAP-DAYS-LEFT < 0 OR CAP-DAYS-LEFT = 99999
                   MOVE 'not in sight' TO CROSS-TEXT
               WHEN OTHER
                   MOVE CAP-CROSS-DATE TO CROSS-TEXT
                   IF CAP-DAYS-LEFT <= CAP-WARN-DAYS
                       MOVE '*WARN*' TO WARN-FLAG
                       ADD 1 TO TABLES-WARNED-COUNT
                   END-IF
           END-EVALUATE.

           IF CAP-DAYS-LEFT < 0 OR CAP-SAMPLES < 2
               MOVE SPACES TO CAP-LIMIT-KIND
           END-IF.

           MOVE CAP-ROW-COUNT TO ROWS-DISP.
           MOVE CAP-SIZE-MB TO MB-DISP.
           MOVE CAP-ROWS-DAY TO ROWS-DAY-DISP.
           MOVE CAP-KB-DAY TO KB-DAY-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING CAP-TABLE-NAME(1:30) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ROWS-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  MB-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ROWS-DAY-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  KB-DAY-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CAP-LIMIT-KIND DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CROSS-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WARN-FLAG DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RETENTION-TEXT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.

           IF TBL-COUNT < 500
               ADD 1 TO TBL-COUNT
               MOVE CAP-TABLE-NAME TO TBL-NAME(TBL-COUNT)
               MOVE CAP-ROW-COUNT TO TBL-ROWS(TBL-COUNT)
               MOVE CAP-SIZE-MB TO TBL-MB(TBL-COUNT)
               MOVE CAP-ROWS-DAY TO TBL-ROWS-DAY(TBL-COUNT)
               MOVE CAP-WARN-DAYS TO TBL-WARN-DAYS(TBL-COUNT)
               MOVE RULED-SWITCH TO TBL-RULED(TBL-COUNT)
           ELSE
               MOVE 'Y' TO TBL-OVERFLOW-SW
           END-IF.
       3150-WRITE-TABLE-LINE-END.
      ******************************************************************
      * The tables ArchPurg has a purge or archive routine for; a rule
      * naming any other table is skipped by ArchPurg, so the table
      * is not purged either.
       3160-FIND-RETENTION-RULE.
           MOVE 'N' TO RULED-SWITCH.
           MOVE ZERO TO RULE-FOUND-IDX.
           PERFORM 3165-MATCH-ONE-RULE
               THRU 3165-MATCH-ONE-RULE-END
               VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > RULE-COUNT OR RULE-FOUND-IDX > 0.

           IF RULE-FOUND-IDX = 0
               MOVE 'NONE' TO RETENTION-TEXT
               GO TO 3160-FIND-RETENTION-RULE-END
           END-IF.

           EVALUATE CAP-TABLE-NAME
               WHEN 'databank'
               WHEN 'error_log'
               WHEN 'country_code_audit'
                   SET TABLE-IS-RULED TO TRUE
                   MOVE SPACES TO RETENTION-TEXT
                   STRING 'ArchPurg ' DELIMITED BY SIZE
                          RULE-DAYS(RULE-FOUND-IDX) DELIMITED BY SIZE
                          ' days' DELIMITED BY SIZE
                          INTO RETENTION-TEXT
               WHEN OTHER
                   MOVE 'NONE (rule not applied)' TO RETENTION-TEXT
           END-EVALUATE.
       3160-FIND-RETENTION-RULE-END.
      ******************************************************************
       3165-MATCH-ONE-RULE.
           IF RULE-NAME(RULE-IDX) = CAP-TABLE-NAME
               MOVE RULE-IDX TO RULE-FOUND-IDX
           END-IF.
       3165-MATCH-ONE-RULE-END.
      ******************************************************************
      * Each reading job's run time on a sample day (the sum of its
      * logged runs that day) against the table's size that day:
      * the correlation says whether the job slows as the table
      * grows, the slope what each further 100 000 rows cost, and
      * the projection what the run will take once the table has
      * grown for its warning period at the present rate.
       3200-REPORT-READER-RUN-TIMES.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.
           MOVE 'Run times of the jobs reading each table'
               TO REPORT-LINE.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Table                          Job        Runs  '
                      DELIMITED BY SIZE
                  'Corr  First s   Last s  s/100k rows  Proj. s  '
                      DELIMITED BY SIZE
                  'Note' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.
           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.

           EXEC SQL DECLARE READER_CUR CURSOR FOR
               SELECT r.table_name, r.program_name,
                      COUNT(j.elapsed),
                      CAST(COALESCE(CORR(j.elapsed, s.row_count), 0)
                           AS NUMERIC(3,2)),
                      CAST(COALESCE((ARRAY_AGG(j.elapsed
                               ORDER BY s.sample_date)
                               FILTER (WHERE j.elapsed IS NOT NULL))
                               [1], 0) AS INTEGER),
                      CAST(COALESCE((ARRAY_AGG(j.elapsed
                               ORDER BY s.sample_date DESC)
                               FILTER (WHERE j.elapsed IS NOT NULL))
                               [1], 0) AS INTEGER),
                      CAST(GREATEST(LEAST(COALESCE(
                               REGR_SLOPE(j.elapsed, s.row_count)
                               * 100000, 0), 9999999), -9999999)
                           AS NUMERIC(9,1)),
                      CAST(GREATEST(LEAST(COALESCE(
                               REGR_INTERCEPT(j.elapsed, s.row_count),
                               0), 9999999), -9999999)
                           AS NUMERIC(9,1))
               FROM table_reader r
               LEFT JOIN capacity_sample s
                      ON s.table_name = r.table_name
                     AND s.sample_date >
                         (SELECT MAX(m.sample_date)
                            FROM capacity_sample m)
                         - :CAP-CORR-DAYS
               LEFT JOIN (SELECT program_name,
                                 CAST(started_at AS DATE) AS run_date,
                                 SUM(EXTRACT(EPOCH FROM
                                     ended_at - started_at))
                                     AS elapsed
                            FROM job_run_log
                           WHERE ended_at IS NOT NULL
                           GROUP BY program_name,
                                    CAST(started_at AS DATE)) j
                      ON j.program_name = r.program_name
                     AND j.run_date = s.sample_date
               GROUP BY r.table_name, r.program_name
               ORDER BY r.table_name, r.program_name
           END-EXEC.

           EXEC SQL OPEN READER_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH READER_CUR
                   INTO :RDR-TABLE-NAME, :RDR-PROGRAM-NAME,
                        :RDR-RUNS, :RDR-CORR, :RDR-FIRST-SECS,
                        :RDR-LAST-SECS, :RDR-SECS-PER-100K,
                        :RDR-INTERCEPT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 3250-WRITE-READER-LINE
                           THRU 3250-WRITE-READER-LINE-END
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE READER_CUR END-EXEC.
       3200-REPORT-READER-RUN-TIMES-END.
      ******************************************************************
       3250-WRITE-READER-LINE.
           MOVE ZERO TO PROJ-SECS.
           MOVE ZERO TO TBL-FOUND-IDX.
           PERFORM 3260-MATCH-ONE-TABLE
               THRU 3260-MATCH-ONE-TABLE-END
               VARYING TBL-IDX FROM 1 BY 1
               UNTIL TBL-IDX > TBL-COUNT OR TBL-FOUND-IDX > 0.

           EVALUATE TRUE
               WHEN RDR-RUNS = 0
                   MOVE 'no logged run on a sample day' TO READER-NOTE
               WHEN RDR-RUNS < 3
                   MOVE 'too few runs to judge' TO READER-NOTE
               WHEN RDR-CORR >= 0,70
                   MOVE 'run time follows growth' TO READER-NOTE
               WHEN OTHER
                   MOVE SPACES TO READER-NOTE
           END-EVALUATE.

           IF RDR-RUNS >= 3 AND TBL-FOUND-IDX > 0
               COMPUTE PROJ-ROWS = TBL-ROWS(TBL-FOUND-IDX)
                   + TBL-ROWS-DAY(TBL-FOUND-IDX)
                   * TBL-WARN-DAYS(TBL-FOUND-IDX)
               COMPUTE PROJ-SECS ROUNDED = RDR-INTERCEPT
                   + RDR-SECS-PER-100K * PROJ-ROWS / 100000
                   ON SIZE ERROR
                       MOVE ZERO TO PROJ-SECS
               END-COMPUTE
               IF PROJ-SECS < 0
                   MOVE ZERO TO PROJ-SECS
               END-IF
           END-IF.

           MOVE RDR-RUNS TO RUNS-DISP.
           MOVE RDR-CORR TO CORR-DISP.
           MOVE RDR-FIRST-SECS TO SECS-DISP.
           MOVE RDR-LAST-SECS TO SECS-DISP-2.
           MOVE RDR-SECS-PER-100K TO PER-100K-DISP.
           MOVE PROJ-SECS TO SECS-DISP-3.
           MOVE SPACES TO REPORT-LINE.
           STRING RDR-TABLE-NAME(1:30) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RDR-PROGRAM-NAME(1:10) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RUNS-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CORR-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SECS-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  SECS-DISP-2 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  PER-100K-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  SECS-DISP-3 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  READER-NOTE DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.
       3250-WRITE-READER-LINE-END.
      ******************************************************************
       3260-MATCH-ONE-TABLE.
           IF TBL-NAME(TBL-IDX) = RDR-TABLE-NAME
               MOVE TBL-IDX TO TBL-FOUND-IDX
           END-IF.
       3260-MATCH-ONE-TABLE-END.
      ******************************************************************
      * Housekeeping's worklist: every table nothing ever thins out,
      * in the order of the growth section (soonest trouble first).
       3300-REPORT-UNPURGED-TABLES.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.
           MOVE 'Tables with no retention rule in ArchPurg'
               TO REPORT-LINE.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.
           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.

           PERFORM 3350-WRITE-UNPURGED-LINE
               THRU 3350-WRITE-UNPURGED-LINE-END
               VARYING TBL-IDX FROM 1 BY 1
               UNTIL TBL-IDX > TBL-COUNT.

           MOVE TABLES-UNRULED-COUNT TO COUNT-DISP.
           MOVE TABLES-WARNED-COUNT TO COUNT-DISP-2.
           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Tables without retention: ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  '   tables over or near their limit: '
                      DELIMITED BY SIZE
                  COUNT-DISP-2 DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.
       3300-REPORT-UNPURGED-TABLES-END.
      ******************************************************************
       3350-WRITE-UNPURGED-LINE.
           IF TBL-RULED(TBL-IDX) = 'Y'
               GO TO 3350-WRITE-UNPURGED-LINE-END
           END-IF.

           ADD 1 TO TABLES-UNRULED-COUNT.
           MOVE TBL-ROWS(TBL-IDX) TO ROWS-DISP.
           MOVE TBL-MB(TBL-IDX) TO MB-DISP.
           MOVE TBL-ROWS-DAY(TBL-IDX) TO ROWS-DAY-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING TBL-NAME(TBL-IDX)(1:30) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ROWS-DISP DELIMITED BY SIZE
                  ' rows ' DELIMITED BY SIZE
                  MB-DISP DELIMITED BY SIZE
                  ' MB ' DELIMITED BY SIZE
                  ROWS-DAY-DISP DELIMITED BY SIZE
                  ' rows/day' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.
       3350-WRITE-UNPURGED-LINE-END.
      ******************************************************************
       4001-SET-THRESHOLD.
           IF DROP-REQUESTED
               EXEC SQL
                   DELETE FROM capacity_threshold
                   WHERE table_name = :THR-TABLE-NAME
               END-EXEC
               IF SQLCODE = +100
                   DISPLAY 'No limits of its own for '
                           FUNCTION TRIM(THR-TABLE-NAME) '.'
                   MOVE 4 TO JRL-RETURN-CODE
                   GO TO 4001-SET-THRESHOLD-END
               END-IF
               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
               DISPLAY FUNCTION TRIM(THR-TABLE-NAME)
                       ' now follows the * default limits.'
               GO TO 4001-SET-THRESHOLD-END
           END-IF.

           EXEC SQL
               INSERT INTO capacity_threshold
                   (table_name, max_rows, max_mb, warn_days,
                    changed_by, changed_at)
               VALUES
                   (:THR-TABLE-NAME, NULLIF(:THR-MAX-ROWS, 0),
                    NULLIF(:THR-MAX-MB, 0), :THR-WARN-DAYS,
                    CURRENT_USER, CURRENT_TIMESTAMP)
               ON CONFLICT (table_name) DO UPDATE
                   SET max_rows = EXCLUDED.max_rows,
                       max_mb = EXCLUDED.max_mb,
                       warn_days = EXCLUDED.warn_days,
                       changed_by = EXCLUDED.changed_by,
                       changed_at = EXCLUDED.changed_at
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           ADD 1 TO JRL-ROWS-UPDATED.
           DISPLAY 'Limits set for ' FUNCTION TRIM(THR-TABLE-NAME)
                   '.'.

           IF THR-TABLE-NAME NOT = '*'
               PERFORM 4900-CHECK-TABLE-SAMPLED
                   THRU 4900-CHECK-TABLE-SAMPLED-END
           END-IF.
       4001-SET-THRESHOLD-END.
      ******************************************************************
       4101-SET-READER.
           IF DROP-REQUESTED
               EXEC SQL
                   DELETE FROM table_reader
                   WHERE table_name = :THR-TABLE-NAME
                     AND program_name = :THR-PROGRAM-NAME
               END-EXEC
               IF SQLCODE = +100
                   DISPLAY FUNCTION TRIM(THR-PROGRAM-NAME)
                           ' is not listed as reading '
                           FUNCTION TRIM(THR-TABLE-NAME) '.'
                   MOVE 4 TO JRL-RETURN-CODE
                   GO TO 4101-SET-READER-END
               END-IF
           ELSE
               EXEC SQL
                   INSERT INTO table_reader (table_name, program_name)
                   VALUES (:THR-TABLE-NAME, :THR-PROGRAM-NAME)
                   ON CONFLICT (table_name, program_name) DO NOTHING
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           ADD 1 TO JRL-ROWS-UPDATED.
           DISPLAY 'Readers of ' FUNCTION TRIM(THR-TABLE-NAME)
                   ' updated.'.

           PERFORM 4900-CHECK-TABLE-SAMPLED
               THRU 4900-CHECK-TABLE-SAMPLED-END.
       4101-SET-READER-END.
      ******************************************************************
      * A mistyped table name would simply never match; say so.
       4900-CHECK-TABLE-SAMPLED.
           EXEC SQL
               SELECT COUNT(*) INTO :THR-FOUND
               FROM capacity_sample
               WHERE table_name = :THR-TABLE-NAME
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF THR-FOUND = 0
               DISPLAY 'Note: no sample so far of a table named '
                       FUNCTION TRIM(THR-TABLE-NAME) '.'
           END-IF.
       4900-CHECK-TABLE-SAMPLED-END.
      ******************************************************************
       5900-WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE CAPACITY-REPORT-LINE FROM REPORT-LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       5900-WRITE-REPORT-LINE-END.
      ******************************************************************
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
