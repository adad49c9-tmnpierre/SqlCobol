       IDENTIFICATION DIVISION.
       PROGRAM-ID. PopProj.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MORTALITY-INPUT-FILE
               ASSIGN TO MORTALITY-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MORTALITY-INPUT-STATUS.

           SELECT PROJ-REPORT-FILE ASSIGN TO PROJ-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The statistics office's life table, one age per record in the
      * office's own codes: reference year, country ('*' for the
      * table covering every other country), sex, single year of age
      * (the last age stands for all ages above it) and the
      * probability of surviving to the next birthday, as seven
      * digits with six implied decimals (0998765 is 0,998765).
       FD  MORTALITY-INPUT-FILE.
       01  MORTALITY-INPUT-RECORD.
           05  MT-REF-YEAR        PIC X(4).
           05  FILLER             PIC X(1).
           05  MT-COUNTRY         PIC X(20).
           05  FILLER             PIC X(1).
           05  MT-SEX             PIC X(20).
           05  FILLER             PIC X(1).
           05  MT-AGE             PIC X(3).
           05  FILLER             PIC X(1).
           05  MT-SURVIVAL        PIC X(7).
           05  MT-SURVIVAL-NUM REDEFINES MT-SURVIVAL
                                  PIC 9V9(6).

       FD  PROJ-REPORT-FILE.
       01  PROJ-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
      * Ten-year population projection for the pension fund's
      * liability planning. AgeAlert lists who is about to reach a
      * milestone; this job forecasts how many will live to reach
      * pension age and how many will die, year by year.
      *   LOAD <year> [file] - loads the office's life table of the
      *       year (default MORTALITY_INPUT.TXT), replacing an
      *       earlier load of the same year.
      *   PROJECT [year], or no parm - ages the latest snapshot
      *       forward one year at a time for ten years, applying the
      *       survival rates of the life table (latest loaded year
      *       unless given), and reports per country and sex the
      *       expected population by age group, the number expected
      *       to reach pension age each year and the expected deaths,
      *       against the previous run. Every run is kept.
       01  MORTALITY-INPUT-FILENAME PIC X(60)
               VALUE 'MORTALITY_INPUT.TXT'.
       01  WS-MORTALITY-INPUT-STATUS PIC X(02) VALUE SPACES.
           88  MORTALITY-INPUT-STATUS-OK   VALUE '00'.
           88  MORTALITY-INPUT-NOT-FOUND   VALUE '35'.
       01  MORTALITY-EOF-SWITCH   PIC X VALUE 'N'.
           88  MORTALITY-EOF      VALUE 'Y'.

       01  PROJ-REPORT-FILENAME   PIC X(60) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  CMD-LINE-PARM          PIC X(100) VALUE SPACES.
       01  ACTION-PARM            PIC X(10) VALUE SPACES.
       01  YEAR-PARM              PIC X(10) VALUE SPACES.
       01  FILE-PARM              PIC X(60) VALUE SPACES.
       01  YEAR-NUM               PIC 9(4) VALUE ZEROS.

       01  RECORDS-READ-COUNT     PIC 9(6) VALUE ZEROS.
       01  RECORDS-LOADED-COUNT   PIC 9(6) VALUE ZEROS.
       01  RECORDS-REJECTED-COUNT PIC 9(6) VALUE ZEROS.
       01  REJECT-REASON          PIC X(40) VALUE SPACES.

       01  PAGE-NUMBER            PIC 9(4) VALUE 1.
       01  PAGE-NUMBER-DISP       PIC ZZZ9.
       01  LINE-COUNT             PIC 9(3) VALUE 0.
       01  LINES-PER-PAGE         PIC 9(3) VALUE 60.
       01  REPORT-LINES-WRITTEN   PIC 9(6) VALUE ZEROS.
       01  REPORT-LINE            PIC X(132) VALUE SPACES.
       01  DASH-LINE              PIC X(110) VALUE ALL '-'.

       01  PREV-COUNTRY           PIC X(20) VALUE SPACES.
       01  PREV-SEX               PIC X(20) VALUE SPACES.
       01  COUNT-DISP             PIC Z(9)9.
       01  CHANGE-DISP            PIC -(9)9.
       01  CELL-DISP              PIC Z(7)9.
       01  YEAR-DISP              PIC 9(4).
       01  SNAP-YEAR-NUM          PIC 9(4) VALUE ZEROS.
       01  COLUMN-NUM             PIC 9(2) VALUE ZEROS.
       01  COLUMN-POS             PIC 9(3) VALUE ZEROS.
       01  GROUP-LINES-COUNT      PIC 9(6) VALUE ZEROS.
       01  YEAR-LINES-COUNT       PIC 9(6) VALUE ZEROS.
       01  SURVIVAL-NUM           PIC 9V9(6) VALUE ZEROS.
       01  AGE-NUM                PIC 9(3) VALUE ZEROS.

       01  LOCAL-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "JobRun.cpy".
       COPY "RptCat.cpy".

      * The projection horizon and the pension age the fund plans on.
       01  HORIZON-YEARS          PIC S9(4) COMP-5 VALUE 10.
       01  PENSION-AGE            PIC S9(4) COMP-5 VALUE 65.

       01  REF-YEAR               PIC S9(4) COMP-5 VALUE ZERO.
       01  PROJ-YEAR              PIC S9(4) COMP-5 VALUE ZERO.
       01  RUN-ID                 PIC S9(9) COMP-5 VALUE ZERO.
       01  PREV-RUN-ID            PIC S9(9) COMP-5 VALUE ZERO.
       01  SNAP-DATE              PIC X(10) VALUE SPACES.
       01  MORTALITY-ROW-COUNT    PIC S9(9) COMP-5 VALUE ZERO.
       01  KNOWN-SEX-COUNT        PIC S9(9) COMP-5 VALUE ZERO.
       01  ACTIVE-PERSON-COUNT    PIC S9(9) COMP-5 VALUE ZERO.
       01  BASE-POPULATION        PIC S9(9) COMP-5 VALUE ZERO.
       01  NO-TABLE-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
       01  LEFT-OUT-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
       01  SOURCE-FILE-NAME       PIC X(60) VALUE SPACES.

       01  SQL-MORTALITY-ROW.
           05  MOR-COUNTRY        PIC X(20).
           05  MOR-SEX            PIC X(20).
           05  MOR-AGE            PIC S9(4) COMP-5.
           05  MOR-SURVIVAL       PIC S9V9(6) COMP-3.

       01  SQL-YEAR-ROW.
           05  YR-COUNTRY         PIC X(20).
           05  YR-SEX             PIC X(20).
           05  YR-PROJ-YEAR       PIC S9(4) COMP-5.
           05  YR-POPULATION      PIC S9(9) COMP-5.
           05  YR-DEATHS          PIC S9(9) COMP-5.
           05  YR-REACHING        PIC S9(9) COMP-5.
           05  YR-PREV-POPULATION PIC S9(9) COMP-5.
           05  YR-HAS-PREV        PIC X(1).

       01  SQL-GROUP-ROW.
           05  GRP-COUNTRY        PIC X(20).
           05  GRP-SEX            PIC X(20).
           05  GRP-AGE-GROUP      PIC X(10).
           05  GRP-POP-00         PIC S9(9) COMP-5.
           05  GRP-POP-01         PIC S9(9) COMP-5.
           05  GRP-POP-02         PIC S9(9) COMP-5.
           05  GRP-POP-03         PIC S9(9) COMP-5.
           05  GRP-POP-04         PIC S9(9) COMP-5.
           05  GRP-POP-05         PIC S9(9) COMP-5.
           05  GRP-POP-06         PIC S9(9) COMP-5.
           05  GRP-POP-07         PIC S9(9) COMP-5.
           05  GRP-POP-08         PIC S9(9) COMP-5.
           05  GRP-POP-09         PIC S9(9) COMP-5.
           05  GRP-POP-10         PIC S9(9) COMP-5.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LS-RETURN-CODE         PIC 9(4) COMP VALUE ZERO.
       01  LS-JOB-PARM            PIC X(100).

       PROCEDURE DIVISION USING LS-RETURN-CODE LS-JOB-PARM.
       1000-MAIN-START.
           MOVE 'PopProj' TO JRL-PROGRAM-NAME.
      *    A background launch (cobcrun, no arguments) leaves the
      *    LINKAGE return code with a null base; point it at local
      *    storage so the failure paths can store through it.
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
               WHEN 'LOAD'
                   PERFORM 2001-LOAD-MORTALITY-FILE
                       THRU 2001-LOAD-MORTALITY-FILE-END
               WHEN 'PROJECT'
                   PERFORM 3001-RUN-PROJECTION
                       THRU 3001-RUN-PROJECTION-END
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
      * Under the Driver chain the job's own parameter card comes
      * in through the CALL interface; the command line is only for
      * standalone runs (it would otherwise be Driver's argument).
       1080-GET-RUN-PARMS.
           IF ADDRESS OF LS-JOB-PARM NOT = NULL
               MOVE LS-JOB-PARM TO CMD-LINE-PARM
           ELSE
               ACCEPT CMD-LINE-PARM FROM COMMAND-LINE
           END-IF.

           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO ACTION-PARM YEAR-PARM FILE-PARM
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ACTION-PARM) TO ACTION-PARM.

           IF ACTION-PARM = SPACES
               MOVE 'PROJECT' TO ACTION-PARM
           END-IF.

           IF ACTION-PARM NOT = 'LOAD' AND ACTION-PARM NOT = 'PROJECT'
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           IF YEAR-PARM = SPACES
               IF ACTION-PARM = 'LOAD'
                   DISPLAY 'The reference year of the life table is '
                           'required.'
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
               END-IF
           ELSE
               IF YEAR-PARM(1:4) IS NOT NUMERIC
                OR YEAR-PARM(5:6) NOT = SPACES
                   DISPLAY 'The year must be given as YYYY.'
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
               END-IF
               MOVE YEAR-PARM(1:4) TO YEAR-NUM
               MOVE YEAR-NUM TO REF-YEAR
           END-IF.

           IF FILE-PARM NOT = SPACES
               MOVE FILE-PARM TO MORTALITY-INPUT-FILENAME
           END-IF.
       1080-GET-RUN-PARMS-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: PopProj [PROJECT [year]]'.
           DISPLAY '       PopProj LOAD <year> [file]'.
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

           MOVE 'PopProj' TO ERR-PROGRAM-NAME.
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
      * A load replaces the year's life table as a whole - the office
      * republishes complete tables - and the old rows go only once
      * the new file is open. A record for another year, a sex
      * outside the office's code list, an age that is not a number
      * or a survival probability that is not one between 0 and 1 is
      * rejected and listed; the rest is loaded.
       2001-LOAD-MORTALITY-FILE.
           OPEN INPUT MORTALITY-INPUT-FILE.

           IF MORTALITY-INPUT-NOT-FOUND
               DISPLAY 'Life table file not found: '
                       FUNCTION TRIM(MORTALITY-INPUT-FILENAME)
               MOVE 8 TO JRL-RETURN-CODE
               GO TO 2001-LOAD-MORTALITY-FILE-END
           END-IF.

           IF NOT MORTALITY-INPUT-STATUS-OK
               DISPLAY 'Error opening life table file, status: '
                       WS-MORTALITY-INPUT-STATUS
               MOVE 8 TO JRL-RETURN-CODE
               GO TO 2001-LOAD-MORTALITY-FILE-END
           END-IF.

           MOVE MORTALITY-INPUT-FILENAME TO SOURCE-FILE-NAME.

           EXEC SQL
               DELETE FROM mortality_table
               WHERE ref_year = :REF-YEAR
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           READ MORTALITY-INPUT-FILE
               AT END SET MORTALITY-EOF TO TRUE
           END-READ.

           PERFORM WITH TEST BEFORE UNTIL MORTALITY-EOF
               IF MORTALITY-INPUT-RECORD NOT = SPACES
                   ADD 1 TO RECORDS-READ-COUNT
                   PERFORM 2100-LOAD-ONE-AGE
                       THRU 2100-LOAD-ONE-AGE-END
               END-IF

               READ MORTALITY-INPUT-FILE
                   AT END SET MORTALITY-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE MORTALITY-INPUT-FILE.

           DISPLAY 'Life table reference year ' YEAR-NUM
                   ' - records read: ' RECORDS-READ-COUNT
                   '  loaded: ' RECORDS-LOADED-COUNT
                   '  rejected: ' RECORDS-REJECTED-COUNT.

           MOVE RECORDS-READ-COUNT TO JRL-ROWS-READ.
           MOVE RECORDS-LOADED-COUNT TO JRL-ROWS-UPDATED.
           MOVE RECORDS-REJECTED-COUNT TO JRL-ROWS-REJECTED.
           IF RECORDS-REJECTED-COUNT > 0
               MOVE 4 TO JRL-RETURN-CODE
           END-IF.
       2001-LOAD-MORTALITY-FILE-END.
      ******************************************************************
       2100-LOAD-ONE-AGE.
           MOVE SPACES TO REJECT-REASON.
           MOVE FUNCTION UPPER-CASE(MT-COUNTRY) TO MOR-COUNTRY.
           MOVE FUNCTION UPPER-CASE(MT-SEX) TO MOR-SEX.

           EVALUATE TRUE
               WHEN MT-REF-YEAR NOT = YEAR-PARM(1:4)
                   MOVE 'reference year differs from the load'
                       TO REJECT-REASON
               WHEN MT-COUNTRY = SPACES
                   MOVE 'no country' TO REJECT-REASON
               WHEN MT-AGE IS NOT NUMERIC
                   MOVE 'age is not a number' TO REJECT-REASON
               WHEN MT-SURVIVAL IS NOT NUMERIC
                   MOVE 'survival is not a probability'
                       TO REJECT-REASON
           END-EVALUATE.

           IF REJECT-REASON = SPACES
               MOVE MT-SURVIVAL-NUM TO SURVIVAL-NUM
               IF SURVIVAL-NUM > 1
                   MOVE 'survival probability above one'
                       TO REJECT-REASON
               END-IF
           END-IF.

           IF REJECT-REASON = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :KNOWN-SEX-COUNT
                   FROM stat_office_code s
                   WHERE s.list_name = 'SEX'
                     AND s.our_value <> '*'
                     AND s.office_code = TRIM(:MOR-SEX)
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
               IF KNOWN-SEX-COUNT = 0
                   MOVE 'sex code not in the office list'
                       TO REJECT-REASON
               END-IF
           END-IF.

           IF REJECT-REASON NOT = SPACES
               ADD 1 TO RECORDS-REJECTED-COUNT
               DISPLAY 'Rejected record ' RECORDS-READ-COUNT ': '
                       FUNCTION TRIM(REJECT-REASON) ' - '
                       FUNCTION TRIM(MORTALITY-INPUT-RECORD)
               GO TO 2100-LOAD-ONE-AGE-END
           END-IF.

           MOVE MT-AGE TO AGE-NUM.
           MOVE AGE-NUM TO MOR-AGE.
           MOVE SURVIVAL-NUM TO MOR-SURVIVAL.

           EXEC SQL
               INSERT INTO mortality_table
                   (ref_year, country_code, sex_code, age,
                    survival_prob, source_file, loaded_at)
               VALUES
                   (:REF-YEAR, TRIM(:MOR-COUNTRY), TRIM(:MOR-SEX),
                    :MOR-AGE, :MOR-SURVIVAL,
                    TRIM(:SOURCE-FILE-NAME), CURRENT_TIMESTAMP)
               ON CONFLICT (ref_year, country_code, sex_code, age)
               DO UPDATE SET survival_prob = EXCLUDED.survival_prob
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           ADD 1 TO RECORDS-LOADED-COUNT.
       2100-LOAD-ONE-AGE-END.
      ******************************************************************
      * The projection starts from the active persons of the latest
      * snapshot, mapped to the office's codes exactly as StatRet and
      * CensBnch map them, at their age on the snapshot date. It is a
      * closed population: the individuals we hold, without births
      * or newcomers. Persons without a known age, country or a sex
      * the office counts are left out, as are those of a country
      * with no life table of its own and no '*' table; both counts
      * are reported and kept with the run.
       3001-RUN-PROJECTION.
           IF YEAR-PARM = SPACES
               EXEC SQL
                   SELECT COALESCE(MAX(ref_year), 0)
                   INTO :REF-YEAR
                   FROM mortality_table
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
               MOVE REF-YEAR TO YEAR-NUM
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :MORTALITY-ROW-COUNT
               FROM mortality_table
               WHERE ref_year = :REF-YEAR
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF MORTALITY-ROW-COUNT = 0
               DISPLAY 'No life table loaded - projection skipped.'
               GO TO 3001-RUN-PROJECTION-END
           END-IF.

           EXEC SQL
               SELECT COALESCE(TO_CHAR(MAX(snap_date), 'YYYY-MM-DD'),
                               ' ')
               INTO :SNAP-DATE
               FROM databank_snapshot
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF SNAP-DATE = SPACES
               DISPLAY 'No databank snapshot - projection skipped.'
               GO TO 3001-RUN-PROJECTION-END
           END-IF.

           PERFORM 3100-START-RUN
               THRU 3100-START-RUN-END.

           PERFORM 3200-AGE-ONE-YEAR
               THRU 3200-AGE-ONE-YEAR-END
               VARYING PROJ-YEAR FROM 1 BY 1
               UNTIL PROJ-YEAR > HORIZON-YEARS.

           PERFORM 3300-STORE-RESULTS
               THRU 3300-STORE-RESULTS-END.

           PERFORM 3500-OPEN-REPORT-FILE
               THRU 3500-OPEN-REPORT-FILE-END.

           PERFORM 3600-WRITE-YEARLY-TOTALS
               THRU 3600-WRITE-YEARLY-TOTALS-END.

           PERFORM 3700-WRITE-AGE-GROUPS
               THRU 3700-WRITE-AGE-GROUPS-END.

           CLOSE PROJ-REPORT-FILE.
           DISPLAY 'Projection report written: '
                   FUNCTION TRIM(PROJ-REPORT-FILENAME).

           MOVE 'PopProj' TO CAT-PROGRAM-NAME.
           MOVE PROJ-REPORT-FILENAME TO CAT-FILE-NAME.
           MOVE REPORT-LINES-WRITTEN TO CAT-LINE-COUNT.
           MOVE PAGE-NUMBER TO CAT-PAGE-COUNT.
           PERFORM 8910-REGISTER-REPORT
               THRU 8910-REGISTER-REPORT-END.

           MOVE ACTIVE-PERSON-COUNT TO JRL-ROWS-READ.
           MOVE YEAR-LINES-COUNT TO JRL-ROWS-UPDATED.
           MOVE LEFT-OUT-COUNT TO JRL-ROWS-REJECTED.
           ADD NO-TABLE-COUNT TO JRL-ROWS-REJECTED.
       3001-RUN-PROJECTION-END.
      ******************************************************************
      * Register the run and build its year-0 cohorts. The cohort
      * table is a work area: the single ages of earlier runs are not
      * kept, their age-group results are.
       3100-START-RUN.
           EXEC SQL
               INSERT INTO projection_run
                   (run_at, snap_date, ref_year, horizon_years,
                    pension_age)
               VALUES
                   (CURRENT_TIMESTAMP, CAST(:SNAP-DATE AS DATE),
                    :REF-YEAR, :HORIZON-YEARS, :PENSION-AGE)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT MAX(run_id) INTO :RUN-ID
               FROM projection_run
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(run_id), 0) INTO :PREV-RUN-ID
               FROM projection_run
               WHERE run_id < :RUN-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               DELETE FROM projection_cohort
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :ACTIVE-PERSON-COUNT
               FROM databank_snapshot s
               WHERE s.snap_date = CAST(:SNAP-DATE AS DATE)
                 AND COALESCE(s.status, 'A') = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO projection_cohort
                   (run_id, proj_year, country_code, sex_code, age,
                    population, deaths)
               SELECT :RUN-ID, 0, d.cty, d.sx, d.age, COUNT(*), 0
               FROM (SELECT
                       COALESCE(
                           (SELECT oc.office_code
                              FROM stat_office_code oc
                             WHERE oc.list_name = 'COUNTRY'
                               AND oc.our_value = b.iso),
                           b.iso) AS cty,
                       (SELECT sc.office_code
                          FROM stat_office_code sc
                         WHERE sc.list_name = 'SEX'
                           AND sc.our_value = TRIM(b.gender)) AS sx,
                       b.age
                     FROM (SELECT s.gender,
                             COALESCE(
                                 (SELECT i.code
                                    FROM iso_country i
                                   WHERE i.code =
                                         UPPER(TRIM(s.country_code))),
                                 (SELECT MIN(n.code)
                                    FROM iso_country n
                                   WHERE UPPER(n.country_name)
                                       = UPPER(TRIM(s.country))))
                                 AS iso,
                             s.eff_age AS age
                           FROM databank_snapshot s
                           WHERE s.snap_date = CAST(:SNAP-DATE AS DATE)
                             AND COALESCE(s.status, 'A') = 'A'
                          ) b
                    ) d
               WHERE d.cty IS NOT NULL
                 AND d.sx IS NOT NULL
                 AND d.age IS NOT NULL
                 AND d.age >= 0
               GROUP BY d.cty, d.sx, d.age
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT CAST(COALESCE(SUM(population), 0) AS INTEGER)
               INTO :NO-TABLE-COUNT
               FROM projection_cohort
               WHERE run_id = :RUN-ID
                 AND proj_year = 0
                 AND mortality_survival(CAST(:REF-YEAR AS SMALLINT),
                         country_code, sex_code, age) IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               DELETE FROM projection_cohort
               WHERE run_id = :RUN-ID
                 AND proj_year = 0
                 AND mortality_survival(CAST(:REF-YEAR AS SMALLINT),
                         country_code, sex_code, age) IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT CAST(COALESCE(SUM(population), 0) AS INTEGER)
               INTO :BASE-POPULATION
               FROM projection_cohort
               WHERE run_id = :RUN-ID
                 AND proj_year = 0
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           COMPUTE LEFT-OUT-COUNT = ACTIVE-PERSON-COUNT
                                  - BASE-POPULATION - NO-TABLE-COUNT.

           EXEC SQL
               UPDATE projection_run
                  SET base_population = :BASE-POPULATION,
                      no_table_count = :NO-TABLE-COUNT,
                      left_out_count = :LEFT-OUT-COUNT
               WHERE run_id = :RUN-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           DISPLAY 'Projection run ' RUN-ID ' from the snapshot of '
                   SNAP-DATE ' with life table ' YEAR-NUM.
       3100-START-RUN-END.
      ******************************************************************
      * One year on: every cohort is a year older, and its expected
      * size is last year's times the probability of surviving from
      * its age to the next; the rest are the year's expected deaths,
      * recorded against the age the cohort reaches.
       3200-AGE-ONE-YEAR.
           EXEC SQL
               INSERT INTO projection_cohort
                   (run_id, proj_year, country_code, sex_code, age,
                    population, deaths)
               SELECT r.run_id, :PROJ-YEAR, r.country_code,
                      r.sex_code, r.age + 1,
                      ROUND(r.population * r.surv, 6),
                      ROUND(r.population * (1 - r.surv), 6)
               FROM (SELECT c.run_id, c.country_code, c.sex_code,
                            c.age, c.population,
                            COALESCE(mortality_survival(
                                CAST(:REF-YEAR AS SMALLINT),
                                c.country_code, c.sex_code, c.age), 0)
                                AS surv
                       FROM projection_cohort c
                      WHERE c.run_id = :RUN-ID
                        AND c.proj_year = :PROJ-YEAR - 1) r
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3200-AGE-ONE-YEAR-END.
      ******************************************************************
      * What is kept of the run: the population and deaths per year,
      * country, sex and office age group, and per year, country and
      * sex the totals with those expected to reach pension age that
      * year (the survivors who turn that age in the year).
       3300-STORE-RESULTS.
           EXEC SQL
               INSERT INTO projection_result
                   (run_id, proj_year, country_code, sex_code,
                    age_group, expected_population, expected_deaths)
               SELECT c.run_id, c.proj_year, c.country_code,
                      c.sex_code, g.group_code,
                      ROUND(SUM(c.population), 2),
                      ROUND(SUM(c.deaths), 2)
               FROM projection_cohort c
               JOIN stat_office_age_group g
                 ON c.age BETWEEN g.age_from AND g.age_to
               WHERE c.run_id = :RUN-ID
               GROUP BY c.run_id, c.proj_year, c.country_code,
                        c.sex_code, g.group_code
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO projection_year
                   (run_id, proj_year, country_code, sex_code,
                    expected_population, expected_deaths,
                    reaching_pension)
               SELECT c.run_id, c.proj_year, c.country_code,
                      c.sex_code, ROUND(SUM(c.population), 2),
                      ROUND(SUM(c.deaths), 2),
                      ROUND(COALESCE(SUM(c.population) FILTER
                          (WHERE c.age = :PENSION-AGE
                             AND c.proj_year > 0), 0), 2)
               FROM projection_cohort c
               WHERE c.run_id = :RUN-ID
               GROUP BY c.run_id, c.proj_year, c.country_code,
                        c.sex_code
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3300-STORE-RESULTS-END.
      ******************************************************************
       3500-OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           STRING 'POPPROJ_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO PROJ-REPORT-FILENAME.

           OPEN OUTPUT PROJ-REPORT-FILE.
           MOVE 0 TO LINE-COUNT.
           MOVE 1 TO PAGE-NUMBER.
           PERFORM 1300-PRINT-PAGE-HEADER
               THRU 1300-PRINT-PAGE-HEADER-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Snapshot of ' DELIMITED BY SIZE
                  SNAP-DATE DELIMITED BY SIZE
                  ' aged forward with the life table of '
                      DELIMITED BY SIZE
                  YEAR-NUM DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           MOVE BASE-POPULATION TO COUNT-DISP.
           STRING 'Persons projected: ' DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           MOVE LEFT-OUT-COUNT TO COUNT-DISP.
           STRING 'Left out - no known age, country or sex the office '
                      DELIMITED BY SIZE
                  'counts: ' DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           MOVE NO-TABLE-COUNT TO COUNT-DISP.
           STRING 'Left out - no life table for their country: '
                      DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           IF PREV-RUN-ID = 0
               MOVE 'No earlier projection run to compare with.'
                   TO REPORT-LINE
           ELSE
               MOVE PREV-RUN-ID TO COUNT-DISP
               STRING 'Compared with projection run '
                          DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                      ' (same year of the projection).'
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
       3500-OPEN-REPORT-FILE-END.
      ******************************************************************
      * Per country and sex, one line a year: the expected population
      * at the end of the year, the expected deaths during it, the
      * number expected to reach pension age in it, and the
      * population the previous run expected for the same year.
       3600-WRITE-YEARLY-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE 'Expected population, deaths and persons reaching pensi
      -        'on age by year' TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO PREV-COUNTRY.
           MOVE SPACES TO PREV-SEX.

           EXEC SQL DECLARE YEAR_CUR CURSOR FOR
               SELECT y.country_code, y.sex_code, y.proj_year,
                      CAST(ROUND(y.expected_population) AS INTEGER),
                      CAST(ROUND(y.expected_deaths) AS INTEGER),
                      CAST(ROUND(y.reaching_pension) AS INTEGER),
                      COALESCE(CAST(ROUND(p.expected_population)
                                    AS INTEGER), 0),
                      CASE WHEN p.run_id IS NULL THEN 'N'
                           ELSE 'Y' END
               FROM projection_year y
               LEFT JOIN projection_year p
                 ON p.run_id = :PREV-RUN-ID
                AND p.proj_year = y.proj_year
                AND p.country_code = y.country_code
                AND p.sex_code = y.sex_code
               WHERE y.run_id = :RUN-ID
               ORDER BY y.country_code, y.sex_code, y.proj_year
           END-EXEC.

           EXEC SQL OPEN YEAR_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH YEAR_CUR
                   INTO :YR-COUNTRY, :YR-SEX, :YR-PROJ-YEAR,
                        :YR-POPULATION, :YR-DEATHS, :YR-REACHING,
                        :YR-PREV-POPULATION, :YR-HAS-PREV
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO YEAR-LINES-COUNT
                       IF YR-COUNTRY NOT = PREV-COUNTRY
                        OR YR-SEX NOT = PREV-SEX
                           PERFORM 3650-WRITE-YEAR-HEADING
                               THRU 3650-WRITE-YEAR-HEADING-END
                       END-IF
                       PERFORM 3660-WRITE-YEAR-LINE
                           THRU 3660-WRITE-YEAR-LINE-END
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE YEAR_CUR END-EXEC.
       3600-WRITE-YEARLY-TOTALS-END.
      ******************************************************************
       3650-WRITE-YEAR-HEADING.
           MOVE YR-COUNTRY TO PREV-COUNTRY.
           MOVE YR-SEX TO PREV-SEX.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Country ' DELIMITED BY SIZE
                  FUNCTION TRIM(YR-COUNTRY) DELIMITED BY SIZE
                  '  Sex ' DELIMITED BY SIZE
                  FUNCTION TRIM(YR-SEX) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE SPACES TO REPORT-LINE.
           MOVE PENSION-AGE TO AGE-NUM.
           STRING 'Year    Population      Deaths   Reaching '
                      DELIMITED BY SIZE
                  AGE-NUM(2:2) DELIMITED BY SIZE
                  '  Previous run      Change' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
       3650-WRITE-YEAR-HEADING-END.
      ******************************************************************
      * Year 0 is the snapshot itself; its deaths and pension-age
      * column are blank.
       3660-WRITE-YEAR-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE SNAP-DATE(1:4) TO SNAP-YEAR-NUM.
           COMPUTE YEAR-DISP = SNAP-YEAR-NUM + YR-PROJ-YEAR.
           MOVE YEAR-DISP TO REPORT-LINE(1:4).
           MOVE YR-POPULATION TO COUNT-DISP.
           MOVE COUNT-DISP TO REPORT-LINE(9:10).

           IF YR-PROJ-YEAR > 0
               MOVE YR-DEATHS TO COUNT-DISP
               MOVE COUNT-DISP TO REPORT-LINE(21:10)
               MOVE YR-REACHING TO COUNT-DISP
               MOVE COUNT-DISP TO REPORT-LINE(35:10)
           END-IF.

           IF YR-HAS-PREV = 'Y'
               MOVE YR-PREV-POPULATION TO COUNT-DISP
               MOVE COUNT-DISP TO REPORT-LINE(49:10)
               COMPUTE YR-PREV-POPULATION =
                       YR-POPULATION - YR-PREV-POPULATION
               MOVE YR-PREV-POPULATION TO CHANGE-DISP
               MOVE CHANGE-DISP TO REPORT-LINE(61:10)
           ELSE
               MOVE '-' TO REPORT-LINE(58:1)
           END-IF.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
       3660-WRITE-YEAR-LINE-END.
      ******************************************************************
      * Per country and sex, the expected population of each office
      * age group, one column a year from the snapshot to the end of
      * the horizon.
       3700-WRITE-AGE-GROUPS.
           PERFORM 1400-NEW-PAGE
               THRU 1400-NEW-PAGE-END.
           MOVE 'Expected population by age group' TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO PREV-COUNTRY.
           MOVE SPACES TO PREV-SEX.

           EXEC SQL DECLARE GRP_CUR CURSOR FOR
               SELECT r.country_code, r.sex_code, r.age_group,
                      COALESCE(CAST(ROUND(SUM(r.expected_population)
                          FILTER (WHERE r.proj_year = 0))
                          AS INTEGER), 0),
                      COALESCE(CAST(ROUND(SUM(r.expected_population)
                          FILTER (WHERE r.proj_year = 1))
                          AS INTEGER), 0),
                      COALESCE(CAST(ROUND(SUM(r.expected_population)
                          FILTER (WHERE r.proj_year = 2))
                          AS INTEGER), 0),
                      COALESCE(CAST(ROUND(SUM(r.expected_population)
                          FILTER (WHERE r.proj_year = 3))
                          AS INTEGER), 0),
                      COALESCE(CAST(ROUND(SUM(r.expected_population)
                          FILTER (WHERE r.proj_year = 4))
                          AS INTEGER), 0),
                      COALESCE(CAST(ROUND(SUM(r.expected_population)
                          FILTER (WHERE r.proj_year = 5))
                          AS INTEGER), 0),
                      COALESCE(CAST(ROUND(SUM(r.expected_population)
                          FILTER (WHERE r.proj_year = 6))
                          AS INTEGER), 0),
                      COALESCE(CAST(ROUND(SUM(r.expected_population)
                          FILTER (WHERE r.proj_year = 7))
                          AS INTEGER), 0),
                      COALESCE(CAST(ROUND(SUM(r.expected_population)
                          FILTER (WHERE r.proj_year = 8))
                          AS INTEGER), 0),
                      COALESCE(CAST(ROUND(SUM(r.expected_population)
                          FILTER (WHERE r.proj_year = 9))
                          AS INTEGER), 0),
                      COALESCE(CAST(ROUND(SUM(r.expected_population)
                          FILTER (WHERE r.proj_year = 10))
                          AS INTEGER), 0)
               FROM projection_result r
               LEFT JOIN stat_office_age_group g
                 ON g.group_code = r.age_group
               WHERE r.run_id = :RUN-ID
               GROUP BY r.country_code, r.sex_code, r.age_group,
                        g.age_from
               ORDER BY r.country_code, r.sex_code, g.age_from
           END-EXEC.

           EXEC SQL OPEN GRP_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH GRP_CUR
                   INTO :GRP-COUNTRY, :GRP-SEX, :GRP-AGE-GROUP,
                        :GRP-POP-00, :GRP-POP-01, :GRP-POP-02,
                        :GRP-POP-03, :GRP-POP-04, :GRP-POP-05,
                        :GRP-POP-06, :GRP-POP-07, :GRP-POP-08,
                        :GRP-POP-09, :GRP-POP-10
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO GROUP-LINES-COUNT
                       IF GRP-COUNTRY NOT = PREV-COUNTRY
                        OR GRP-SEX NOT = PREV-SEX
                           PERFORM 3750-WRITE-GROUP-HEADING
                               THRU 3750-WRITE-GROUP-HEADING-END
                       END-IF
                       PERFORM 3760-WRITE-GROUP-LINE
                           THRU 3760-WRITE-GROUP-LINE-END
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE GRP_CUR END-EXEC.
       3700-WRITE-AGE-GROUPS-END.
      ******************************************************************
       3750-WRITE-GROUP-HEADING.
           MOVE GRP-COUNTRY TO PREV-COUNTRY.
           MOVE GRP-SEX TO PREV-SEX.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Country ' DELIMITED BY SIZE
                  FUNCTION TRIM(GRP-COUNTRY) DELIMITED BY SIZE
                  '  Sex ' DELIMITED BY SIZE
                  FUNCTION TRIM(GRP-SEX) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           MOVE 'Age group' TO REPORT-LINE(1:9).
           MOVE SNAP-DATE(1:4) TO SNAP-YEAR-NUM.
           PERFORM 3755-ADD-YEAR-COLUMN
               THRU 3755-ADD-YEAR-COLUMN-END
               VARYING COLUMN-NUM FROM 0 BY 1
               UNTIL COLUMN-NUM > HORIZON-YEARS.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
       3750-WRITE-GROUP-HEADING-END.
      ******************************************************************
       3755-ADD-YEAR-COLUMN.
           COMPUTE YEAR-DISP = SNAP-YEAR-NUM + COLUMN-NUM.
           COMPUTE COLUMN-POS = 11 + COLUMN-NUM * 9 + 5.
           MOVE YEAR-DISP TO REPORT-LINE(COLUMN-POS:4).
       3755-ADD-YEAR-COLUMN-END.
      ******************************************************************
       3760-WRITE-GROUP-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE GRP-AGE-GROUP TO REPORT-LINE(1:10).
           MOVE GRP-POP-00 TO CELL-DISP.
           MOVE CELL-DISP TO REPORT-LINE(12:8).
           MOVE GRP-POP-01 TO CELL-DISP.
           MOVE CELL-DISP TO REPORT-LINE(21:8).
           MOVE GRP-POP-02 TO CELL-DISP.
           MOVE CELL-DISP TO REPORT-LINE(30:8).
           MOVE GRP-POP-03 TO CELL-DISP.
           MOVE CELL-DISP TO REPORT-LINE(39:8).
           MOVE GRP-POP-04 TO CELL-DISP.
           MOVE CELL-DISP TO REPORT-LINE(48:8).
           MOVE GRP-POP-05 TO CELL-DISP.
           MOVE CELL-DISP TO REPORT-LINE(57:8).
           MOVE GRP-POP-06 TO CELL-DISP.
           MOVE CELL-DISP TO REPORT-LINE(66:8).
           MOVE GRP-POP-07 TO CELL-DISP.
           MOVE CELL-DISP TO REPORT-LINE(75:8).
           MOVE GRP-POP-08 TO CELL-DISP.
           MOVE CELL-DISP TO REPORT-LINE(84:8).
           MOVE GRP-POP-09 TO CELL-DISP.
           MOVE CELL-DISP TO REPORT-LINE(93:8).
           MOVE GRP-POP-10 TO CELL-DISP.
           MOVE CELL-DISP TO REPORT-LINE(102:8).
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
       3760-WRITE-GROUP-LINE-END.
      ******************************************************************
       1200-WRITE-REPORT-LINE.
           WRITE PROJ-REPORT-LINE FROM REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO REPORT-LINES-WRITTEN.

           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 1300-PRINT-PAGE-HEADER
                   THRU 1300-PRINT-PAGE-HEADER-END
           END-IF.
       1200-WRITE-REPORT-LINE-END.
      ******************************************************************
       1300-PRINT-PAGE-HEADER.
           IF LINE-COUNT NOT = 0
               ADD 1 TO PAGE-NUMBER
           END-IF.

           MOVE PAGE-NUMBER TO PAGE-NUMBER-DISP.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Ten-year population projection'
                      DELIMITED BY SIZE
                  '   Run Date: ' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '   Page: ' DELIMITED BY SIZE
                  PAGE-NUMBER-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE PROJ-REPORT-LINE FROM REPORT-LINE.
           WRITE PROJ-REPORT-LINE FROM DASH-LINE.
           ADD 2 TO REPORT-LINES-WRITTEN.

           MOVE 2 TO LINE-COUNT.
           MOVE SPACES TO REPORT-LINE.
       1300-PRINT-PAGE-HEADER-END.
      ******************************************************************
      * Each part of the report after the first starts on a page of
      * its own.
       1400-NEW-PAGE.
           MOVE SPACES TO REPORT-LINE.
           WRITE PROJ-REPORT-LINE FROM REPORT-LINE.
           ADD 1 TO REPORT-LINES-WRITTEN.
           PERFORM 1300-PRINT-PAGE-HEADER
               THRU 1300-PRINT-PAGE-HEADER-END.
       1400-NEW-PAGE-END.
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
