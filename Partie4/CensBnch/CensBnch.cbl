       IDENTIFICATION DIVISION.
       PROGRAM-ID. CensBnch.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CENSUS-INPUT-FILE ASSIGN TO CENSUS-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENSUS-INPUT-STATUS.

           SELECT BENCH-REPORT-FILE ASSIGN TO BENCH-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The statistics office's published population file, one cell
      * per record in the office's own codes: reference year,
      * country, sex, five-year age group, and the population as a
      * zero-padded count.
       FD  CENSUS-INPUT-FILE.
       01  CENSUS-INPUT-RECORD.
           05  CN-REF-YEAR        PIC X(4).
           05  FILLER             PIC X(1).
           05  CN-COUNTRY         PIC X(20).
           05  FILLER             PIC X(1).
           05  CN-SEX             PIC X(20).
           05  FILLER             PIC X(1).
           05  CN-AGE-GROUP       PIC X(10).
           05  FILLER             PIC X(1).
           05  CN-POPULATION      PIC X(12).

       FD  BENCH-REPORT-FILE.
       01  BENCH-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
      * Representativeness benchmark against the official census.
      * Our country statistics are used as if they described the
      * real population, but the databank over-represents some age
      * groups; this job measures by how much.
      *   LOAD <year> [file] - loads the office's reference
      *       population for the year (default CENSUS_INPUT.TXT),
      *       replacing an earlier load of the same year.
      *   BENCH [year], or no parm (the nightly chain) - compares the
      *       latest snapshot with the reference population (latest
      *       loaded year unless given): per country and cell our
      *       share against the census share, the coverage ratio, a
      *       weighting factor analysts can apply to our percentages,
      *       the representativeness index and its trend, and the
      *       most over- and under-covered cells. Every run is kept.
       01  CENSUS-INPUT-FILENAME  PIC X(60)
               VALUE 'CENSUS_INPUT.TXT'.
       01  WS-CENSUS-INPUT-STATUS PIC X(02) VALUE SPACES.
           88  CENSUS-INPUT-STATUS-OK      VALUE '00'.
           88  CENSUS-INPUT-NOT-FOUND      VALUE '35'.
       01  CENSUS-EOF-SWITCH      PIC X VALUE 'N'.
           88  CENSUS-EOF         VALUE 'Y'.

       01  BENCH-REPORT-FILENAME  PIC X(60) VALUE SPACES.
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

      * A cell is flagged when our share is a quarter above or a fifth
      * below the census share - the usual tolerance band around a
      * weight of one.
       01  OVER-COVER-LIMIT       PIC 9V99 VALUE 1,25.
       01  UNDER-COVER-LIMIT      PIC 9V99 VALUE 0,80.

       01  PREV-COUNTRY           PIC X(20) VALUE SPACES.
       01  COUNT-DISP             PIC Z(9)9.
       01  SHARE-DISP             PIC ZZ9,99.
       01  RATIO-DISP             PIC ZZZZZ9,9999.
       01  INDEX-DISP             PIC ZZ9,99.
       01  INDEX-CHG-DISP         PIC +++9,99.
       01  COUNTRIES-COUNT        PIC 9(4) VALUE ZEROS.
       01  CELLS-COUNT            PIC 9(6) VALUE ZEROS.
       01  TOP-LIST-TITLE         PIC X(60) VALUE SPACES.
       01  SHOW-COUNTRY-SW        PIC X VALUE 'N'.
       01  POPULATION-NUM         PIC 9(12) VALUE ZEROS.

       01  LOCAL-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "JobRun.cpy".
       COPY "RptCat.cpy".

       01  REF-YEAR               PIC S9(4) COMP-5 VALUE ZERO.
       01  SNAP-DATE              PIC X(10) VALUE SPACES.
       01  CENSUS-ROW-COUNT       PIC S9(9) COMP-5 VALUE ZERO.
       01  KNOWN-SEX-COUNT        PIC S9(9) COMP-5 VALUE ZERO.
       01  KNOWN-GROUP-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  SOURCE-FILE-NAME       PIC X(60) VALUE SPACES.

       01  SQL-CENSUS-ROW.
           05  CEN-COUNTRY        PIC X(20).
           05  CEN-SEX            PIC X(20).
           05  CEN-AGE-GROUP      PIC X(10).
           05  CEN-POPULATION     PIC S9(12) COMP-5.

       01  SQL-COUNTRY-ROW.
           05  CTY-CODE           PIC X(20).
           05  CTY-OUR-TOTAL      PIC S9(9) COMP-5.
           05  CTY-CENSUS-TOTAL   PIC S9(12) COMP-5.
           05  CTY-CELL-COUNT     PIC S9(9) COMP-5.
           05  CTY-INDEX-PCT      PIC S9(3)V99 COMP-3.
           05  CTY-PREV-PCT       PIC S9(3)V99 COMP-3.
           05  CTY-HAS-PREV       PIC X(1).

       01  SQL-CELL-ROW.
           05  CEL-COUNTRY        PIC X(20).
           05  CEL-SEX            PIC X(20).
           05  CEL-AGE-GROUP      PIC X(10).
           05  CEL-OUR-COUNT      PIC S9(9) COMP-5.
           05  CEL-CENSUS-COUNT   PIC S9(12) COMP-5.
           05  CEL-OUR-PCT        PIC S9(3)V99 COMP-3.
           05  CEL-CENSUS-PCT     PIC S9(3)V99 COMP-3.
           05  CEL-RATIO          PIC S9(8)V9(4) COMP-3.
           05  CEL-HAS-RATIO      PIC X(1).
           05  CEL-WEIGHT         PIC S9(8)V9(4) COMP-3.
           05  CEL-HAS-WEIGHT     PIC X(1).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LS-RETURN-CODE         PIC 9(4) COMP VALUE ZERO.
       01  LS-JOB-PARM            PIC X(100).

       PROCEDURE DIVISION USING LS-RETURN-CODE LS-JOB-PARM.
       1000-MAIN-START.
           MOVE 'CensBnch' TO JRL-PROGRAM-NAME.
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
               WHEN 'LOAD'
                   PERFORM 2001-LOAD-CENSUS-FILE
                       THRU 2001-LOAD-CENSUS-FILE-END
               WHEN 'BENCH'
                   PERFORM 3001-RUN-BENCHMARK
                       THRU 3001-RUN-BENCHMARK-END
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

      *    The chain starts the job without a parm card.
           IF ACTION-PARM = SPACES
               MOVE 'BENCH' TO ACTION-PARM
           END-IF.

           IF ACTION-PARM NOT = 'LOAD' AND ACTION-PARM NOT = 'BENCH'
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           IF YEAR-PARM = SPACES
               IF ACTION-PARM = 'LOAD'
                   DISPLAY 'The reference year of the file is '
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
               MOVE FILE-PARM TO CENSUS-INPUT-FILENAME
           END-IF.
       1080-GET-RUN-PARMS-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: CensBnch [BENCH [year]]'.
           DISPLAY '       CensBnch LOAD <year> [file]'.
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

           MOVE 'CensBnch' TO ERR-PROGRAM-NAME.
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
      * A load replaces the year's reference population as a whole -
      * the office republishes complete files, never corrections -
      * and the old rows go only once the new file is open. A
      * record for another year, a sex or age group outside the
      * office's code lists, or a count that is not a number is
      * rejected and listed; the rest is loaded.
       2001-LOAD-CENSUS-FILE.
           OPEN INPUT CENSUS-INPUT-FILE.

           IF CENSUS-INPUT-NOT-FOUND
               DISPLAY 'Census population file not found: '
                       FUNCTION TRIM(CENSUS-INPUT-FILENAME)
               MOVE 8 TO JRL-RETURN-CODE
               GO TO 2001-LOAD-CENSUS-FILE-END
           END-IF.

           IF NOT CENSUS-INPUT-STATUS-OK
               DISPLAY 'Error opening census file, status: '
                       WS-CENSUS-INPUT-STATUS
               MOVE 8 TO JRL-RETURN-CODE
               GO TO 2001-LOAD-CENSUS-FILE-END
           END-IF.

           MOVE CENSUS-INPUT-FILENAME TO SOURCE-FILE-NAME.

           EXEC SQL
               DELETE FROM census_population
               WHERE ref_year = :REF-YEAR
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           READ CENSUS-INPUT-FILE
               AT END SET CENSUS-EOF TO TRUE
           END-READ.

           PERFORM WITH TEST BEFORE UNTIL CENSUS-EOF
               IF CENSUS-INPUT-RECORD NOT = SPACES
                   ADD 1 TO RECORDS-READ-COUNT
                   PERFORM 2100-LOAD-ONE-CELL
                       THRU 2100-LOAD-ONE-CELL-END
               END-IF

               READ CENSUS-INPUT-FILE
                   AT END SET CENSUS-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CENSUS-INPUT-FILE.

           DISPLAY 'Census reference year ' YEAR-NUM
                   ' - records read: ' RECORDS-READ-COUNT
                   '  loaded: ' RECORDS-LOADED-COUNT
                   '  rejected: ' RECORDS-REJECTED-COUNT.

           MOVE RECORDS-READ-COUNT TO JRL-ROWS-READ.
           MOVE RECORDS-LOADED-COUNT TO JRL-ROWS-UPDATED.
           MOVE RECORDS-REJECTED-COUNT TO JRL-ROWS-REJECTED.
           IF RECORDS-REJECTED-COUNT > 0
               MOVE 4 TO JRL-RETURN-CODE
           END-IF.
       2001-LOAD-CENSUS-FILE-END.
      ******************************************************************
       2100-LOAD-ONE-CELL.
           MOVE SPACES TO REJECT-REASON.
           MOVE FUNCTION UPPER-CASE(CN-COUNTRY) TO CEN-COUNTRY.
           MOVE FUNCTION UPPER-CASE(CN-SEX) TO CEN-SEX.
           MOVE FUNCTION UPPER-CASE(CN-AGE-GROUP) TO CEN-AGE-GROUP.

           EVALUATE TRUE
               WHEN CN-REF-YEAR NOT = YEAR-PARM(1:4)
                   MOVE 'reference year differs from the load'
                       TO REJECT-REASON
               WHEN CN-COUNTRY = SPACES
                   MOVE 'no country' TO REJECT-REASON
               WHEN CN-POPULATION IS NOT NUMERIC
                   MOVE 'population is not a count' TO REJECT-REASON
           END-EVALUATE.

           IF REJECT-REASON = SPACES
               EXEC SQL
                   SELECT
                       (SELECT COUNT(*) FROM stat_office_code s
                         WHERE s.list_name = 'SEX'
                           AND s.our_value <> '*'
                           AND s.office_code = TRIM(:CEN-SEX)),
                       (SELECT COUNT(*) FROM stat_office_age_group g
                         WHERE g.group_code = TRIM(:CEN-AGE-GROUP))
                   INTO :KNOWN-SEX-COUNT, :KNOWN-GROUP-COUNT
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
               EVALUATE TRUE
                   WHEN KNOWN-GROUP-COUNT = 0
                       MOVE 'age group not in the office list'
                           TO REJECT-REASON
                   WHEN KNOWN-SEX-COUNT = 0
                       MOVE 'sex code not in the office list'
                           TO REJECT-REASON
               END-EVALUATE
           END-IF.

           IF REJECT-REASON NOT = SPACES
               ADD 1 TO RECORDS-REJECTED-COUNT
               DISPLAY 'Rejected record ' RECORDS-READ-COUNT ': '
                       FUNCTION TRIM(REJECT-REASON) ' - '
                       FUNCTION TRIM(CENSUS-INPUT-RECORD)
               GO TO 2100-LOAD-ONE-CELL-END
           END-IF.

           MOVE CN-POPULATION TO POPULATION-NUM.
           MOVE POPULATION-NUM TO CEN-POPULATION.

           EXEC SQL
               INSERT INTO census_population
                   (ref_year, country_code, sex_code, age_group,
                    population, source_file, loaded_at)
               VALUES
                   (:REF-YEAR, TRIM(:CEN-COUNTRY), TRIM(:CEN-SEX),
                    TRIM(:CEN-AGE-GROUP), :CEN-POPULATION,
                    TRIM(:SOURCE-FILE-NAME), CURRENT_TIMESTAMP)
               ON CONFLICT (ref_year, country_code, sex_code,
                            age_group)
               DO UPDATE SET population =
                   census_population.population + EXCLUDED.population
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           ADD 1 TO RECORDS-LOADED-COUNT.
       2100-LOAD-ONE-CELL-END.
      ******************************************************************
      * The comparison is made in the office's codes, our population
      * mapped exactly as StatRet maps it for the quarterly return,
      * from the latest snapshot. Only persons with a known age and a
      * sex the office counts can be compared; they are left out of
      * our shares rather than spread over the cells. A rerun on the
      * same day replaces that day's result.
       3001-RUN-BENCHMARK.
           IF YEAR-PARM = SPACES
               EXEC SQL
                   SELECT COALESCE(MAX(ref_year), 0)
                   INTO :REF-YEAR
                   FROM census_population
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
               MOVE REF-YEAR TO YEAR-NUM
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :CENSUS-ROW-COUNT
               FROM census_population
               WHERE ref_year = :REF-YEAR
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF CENSUS-ROW-COUNT = 0
               DISPLAY 'No census reference population loaded'
                       ' - benchmark skipped.'
               GO TO 3001-RUN-BENCHMARK-END
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
               DISPLAY 'No databank snapshot - benchmark skipped.'
               GO TO 3001-RUN-BENCHMARK-END
           END-IF.

           PERFORM 3100-BUILD-CELLS
               THRU 3100-BUILD-CELLS-END.

           PERFORM 3500-OPEN-REPORT-FILE
               THRU 3500-OPEN-REPORT-FILE-END.

           PERFORM 3600-WRITE-COUNTRY-SUMMARY
               THRU 3600-WRITE-COUNTRY-SUMMARY-END.

           PERFORM 3700-WRITE-CELL-DETAIL
               THRU 3700-WRITE-CELL-DETAIL-END.

           MOVE 'Most over-covered cells (weight below one)'
               TO TOP-LIST-TITLE.
           PERFORM 3800-WRITE-TOP-CELLS
               THRU 3800-WRITE-TOP-CELLS-END.

           MOVE 'Most under-covered cells (weight above one)'
               TO TOP-LIST-TITLE.
           PERFORM 3800-WRITE-TOP-CELLS
               THRU 3800-WRITE-TOP-CELLS-END.

           CLOSE BENCH-REPORT-FILE.
           DISPLAY 'Benchmark report written: '
                   FUNCTION TRIM(BENCH-REPORT-FILENAME).

           MOVE 'CensBnch' TO CAT-PROGRAM-NAME.
           MOVE BENCH-REPORT-FILENAME TO CAT-FILE-NAME.
           MOVE REPORT-LINES-WRITTEN TO CAT-LINE-COUNT.
           MOVE PAGE-NUMBER TO CAT-PAGE-COUNT.
           PERFORM 8910-REGISTER-REPORT
               THRU 8910-REGISTER-REPORT-END.

           MOVE CELLS-COUNT TO JRL-ROWS-READ.
           MOVE COUNTRIES-COUNT TO JRL-ROWS-UPDATED.
       3001-RUN-BENCHMARK-END.
      ******************************************************************
      * Shares are within the country on both sides. The coverage
      * ratio is our share over the census share; the weighting
      * factor is its inverse, the multiplier that brings our
      * percentage for the cell back to the census one. The
      * representativeness index is one minus the dissimilarity
      * index (half the sum of the absolute share differences): 1 is
      * a perfect match, and a country with none of our persons
      * scores 0.
       3100-BUILD-CELLS.
           EXEC SQL
               DELETE FROM census_benchmark_cell
               WHERE run_date = CURRENT_DATE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               DELETE FROM census_benchmark_history
               WHERE run_date = CURRENT_DATE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO census_benchmark_cell
                   (run_date, country_code, sex_code, age_group,
                    ref_year, our_count, census_count)
               SELECT CURRENT_DATE, c.country_code, c.sex_code,
                      c.age_group, c.ref_year, COALESCE(o.cnt, 0),
                      c.population
               FROM census_population c
               LEFT JOIN
                    (SELECT d.cty, d.sx, d.grp, COUNT(*) AS cnt
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
                                   AND sc.our_value = TRIM(b.gender))
                                   AS sx,
                               b.grp
                             FROM (SELECT s.gender,
                                     COALESCE(
                                         (SELECT i.code
                                            FROM iso_country i
                                           WHERE i.code =
                                             UPPER(TRIM(s.country_code))
                                         ),
                                         (SELECT MIN(n.code)
                                            FROM iso_country n
                                           WHERE UPPER(n.country_name)
                                               = UPPER(TRIM(s.country))
                                         )) AS iso,
                                     (SELECT MIN(g.group_code)
                                        FROM stat_office_age_group g
                                       WHERE s.eff_age
                                             BETWEEN g.age_from
                                                 AND g.age_to) AS grp
                                   FROM databank_snapshot s
                                   WHERE s.snap_date =
                                         CAST(:SNAP-DATE AS DATE)
                                     AND COALESCE(s.status, 'A') = 'A'
                                  ) b
                            ) d
                      WHERE d.cty IS NOT NULL
                        AND d.sx IS NOT NULL
                        AND d.grp IS NOT NULL
                      GROUP BY d.cty, d.sx, d.grp) o
                 ON o.cty = c.country_code
                AND o.sx = c.sex_code
                AND o.grp = c.age_group
               WHERE c.ref_year = :REF-YEAR
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE census_benchmark_cell t
                  SET our_share =
                          CASE WHEN s.our_tot > 0
                               THEN ROUND(CAST(t.our_count AS NUMERIC)
                                          / s.our_tot, 6)
                               ELSE 0 END,
                      census_share =
                          CASE WHEN s.cen_tot > 0
                               THEN ROUND(CAST(t.census_count
                                               AS NUMERIC)
                                          / s.cen_tot, 6)
                               ELSE 0 END
               FROM (SELECT country_code,
                            SUM(our_count) AS our_tot,
                            SUM(census_count) AS cen_tot
                       FROM census_benchmark_cell
                      WHERE run_date = CURRENT_DATE
                      GROUP BY country_code) s
               WHERE t.run_date = CURRENT_DATE
                 AND t.country_code = s.country_code
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE census_benchmark_cell
                  SET coverage_ratio =
                          CASE WHEN census_share > 0
                               THEN ROUND(our_share / census_share, 4)
                          END,
                      weight_factor =
                          CASE WHEN our_share > 0
                               THEN ROUND(census_share / our_share, 4)
                          END
               WHERE run_date = CURRENT_DATE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO census_benchmark_history
                   (run_date, country_code, ref_year, snap_date,
                    our_total, census_total, cell_count, rep_index)
               SELECT CURRENT_DATE, country_code, MAX(ref_year),
                      CAST(:SNAP-DATE AS DATE), SUM(our_count),
                      SUM(census_count), COUNT(*),
                      CASE WHEN SUM(our_count) = 0 THEN 0
                           ELSE ROUND(1 - SUM(ABS(our_share
                                          - census_share)) / 2, 4)
                      END
               FROM census_benchmark_cell
               WHERE run_date = CURRENT_DATE
               GROUP BY country_code
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3100-BUILD-CELLS-END.
      ******************************************************************
       3500-OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           STRING 'CENSBNCH_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO BENCH-REPORT-FILENAME.

           OPEN OUTPUT BENCH-REPORT-FILE.
           MOVE 0 TO LINE-COUNT.
           MOVE 1 TO PAGE-NUMBER.
           PERFORM 1300-PRINT-PAGE-HEADER
               THRU 1300-PRINT-PAGE-HEADER-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Census reference year ' DELIMITED BY SIZE
                  YEAR-NUM DELIMITED BY SIZE
                  ' against the databank snapshot of '
                      DELIMITED BY SIZE
                  SNAP-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE 'Persons without a known age or a sex the office counts
      -        ' are not compared.' TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
       3500-OPEN-REPORT-FILE-END.
      ******************************************************************
      * One line per country with its index, and the index of the
      * previous benchmark run so a new supplier load can be judged.
       3600-WRITE-COUNTRY-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE 'Representativeness index by country (100 = same age and
      -        ' sex structure as the census)' TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Country               Our persons     Census pop'
                      DELIMITED BY SIZE
                  '  Cells   Index  Previous  Change' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           EXEC SQL DECLARE CTY_CUR CURSOR FOR
               SELECT h.country_code, h.our_total, h.census_total,
                      h.cell_count, ROUND(h.rep_index * 100, 2),
                      COALESCE(ROUND(p.rep_index * 100, 2), 0),
                      CASE WHEN p.country_code IS NULL THEN 'N'
                           ELSE 'Y' END
               FROM census_benchmark_history h
               LEFT JOIN census_benchmark_history p
                 ON p.country_code = h.country_code
                AND p.run_date =
                    (SELECT MAX(q.run_date)
                       FROM census_benchmark_history q
                      WHERE q.country_code = h.country_code
                        AND q.run_date < h.run_date)
               WHERE h.run_date = CURRENT_DATE
               ORDER BY h.rep_index, h.country_code
           END-EXEC.

           EXEC SQL OPEN CTY_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH CTY_CUR
                   INTO :CTY-CODE, :CTY-OUR-TOTAL, :CTY-CENSUS-TOTAL,
                        :CTY-CELL-COUNT, :CTY-INDEX-PCT,
                        :CTY-PREV-PCT, :CTY-HAS-PREV
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO COUNTRIES-COUNT
                       PERFORM 3650-WRITE-ONE-COUNTRY
                           THRU 3650-WRITE-ONE-COUNTRY-END
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CTY_CUR END-EXEC.
       3600-WRITE-COUNTRY-SUMMARY-END.
      ******************************************************************
       3650-WRITE-ONE-COUNTRY.
           MOVE SPACES TO REPORT-LINE.
           MOVE CTY-CODE TO REPORT-LINE(1:20).
           MOVE CTY-OUR-TOTAL TO COUNT-DISP.
           MOVE COUNT-DISP TO REPORT-LINE(23:10).
           MOVE CTY-CENSUS-TOTAL TO COUNT-DISP.
           MOVE COUNT-DISP TO REPORT-LINE(38:10).
           MOVE CTY-CELL-COUNT TO COUNT-DISP.
           MOVE COUNT-DISP(6:5) TO REPORT-LINE(50:5).
           MOVE CTY-INDEX-PCT TO INDEX-DISP.
           MOVE INDEX-DISP TO REPORT-LINE(57:6).

           IF CTY-HAS-PREV = 'Y'
               MOVE CTY-PREV-PCT TO INDEX-DISP
               MOVE INDEX-DISP TO REPORT-LINE(66:6)
               COMPUTE CTY-PREV-PCT = CTY-INDEX-PCT - CTY-PREV-PCT
               MOVE CTY-PREV-PCT TO INDEX-CHG-DISP
               MOVE INDEX-CHG-DISP TO REPORT-LINE(73:7)
           ELSE
               MOVE 'first' TO REPORT-LINE(67:5)
           END-IF.

           IF CTY-OUR-TOTAL = 0
               MOVE 'no comparable persons' TO REPORT-LINE(82:21)
           END-IF.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
       3650-WRITE-ONE-COUNTRY-END.
      ******************************************************************
      * Every cell per country, with the weighting factor analysts
      * multiply our cell percentage by.
       3700-WRITE-CELL-DETAIL.
           PERFORM 1400-NEW-PAGE
               THRU 1400-NEW-PAGE-END.
           MOVE 'Cells by country: our share against the census share'
               TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO PREV-COUNTRY.

           EXEC SQL DECLARE CEL_CUR CURSOR FOR
               SELECT t.country_code, t.sex_code, t.age_group,
                      t.our_count, t.census_count,
                      ROUND(t.our_share * 100, 2),
                      ROUND(t.census_share * 100, 2),
                      COALESCE(t.coverage_ratio, 0),
                      CASE WHEN t.coverage_ratio IS NULL THEN 'N'
                           ELSE 'Y' END,
                      COALESCE(t.weight_factor, 0),
                      CASE WHEN t.weight_factor IS NULL THEN 'N'
                           ELSE 'Y' END
               FROM census_benchmark_cell t
               LEFT JOIN stat_office_age_group g
                 ON g.group_code = t.age_group
               WHERE t.run_date = CURRENT_DATE
               ORDER BY t.country_code, t.sex_code, g.age_from
           END-EXEC.

           EXEC SQL OPEN CEL_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH CEL_CUR
                   INTO :CEL-COUNTRY, :CEL-SEX, :CEL-AGE-GROUP,
                        :CEL-OUR-COUNT, :CEL-CENSUS-COUNT,
                        :CEL-OUR-PCT, :CEL-CENSUS-PCT, :CEL-RATIO,
                        :CEL-HAS-RATIO, :CEL-WEIGHT, :CEL-HAS-WEIGHT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO CELLS-COUNT
                       IF CEL-COUNTRY NOT = PREV-COUNTRY
                           PERFORM 3750-WRITE-CELL-HEADING
                               THRU 3750-WRITE-CELL-HEADING-END
                       END-IF
                       PERFORM 3760-FORMAT-CELL-LINE
                           THRU 3760-FORMAT-CELL-LINE-END
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CEL_CUR END-EXEC.
       3700-WRITE-CELL-DETAIL-END.
      ******************************************************************
       3750-WRITE-CELL-HEADING.
           MOVE CEL-COUNTRY TO PREV-COUNTRY.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Country ' DELIMITED BY SIZE
                  FUNCTION TRIM(CEL-COUNTRY) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Sex   Age group  Our persons     Census pop'
                      DELIMITED BY SIZE
                  '   Our %  Census %     Coverage       Weight'
                      DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
       3750-WRITE-CELL-HEADING-END.
      ******************************************************************
      * Shared by the detail and the top lists: the cell's figures,
      * OVER or UNDER outside the tolerance band, and no weight where
      * we hold nobody in the cell - it cannot be weighted up.
       3760-FORMAT-CELL-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE CEL-SEX(1:4) TO REPORT-LINE(1:4).
           MOVE CEL-AGE-GROUP TO REPORT-LINE(7:10).
           MOVE CEL-OUR-COUNT TO COUNT-DISP.
           MOVE COUNT-DISP TO REPORT-LINE(18:10).
           MOVE CEL-CENSUS-COUNT TO COUNT-DISP.
           MOVE COUNT-DISP TO REPORT-LINE(33:10).
           MOVE CEL-OUR-PCT TO SHARE-DISP.
           MOVE SHARE-DISP TO REPORT-LINE(46:6).
           MOVE CEL-CENSUS-PCT TO SHARE-DISP.
           MOVE SHARE-DISP TO REPORT-LINE(55:6).

           IF CEL-HAS-RATIO = 'Y'
               MOVE CEL-RATIO TO RATIO-DISP
               MOVE RATIO-DISP TO REPORT-LINE(63:11)
           ELSE
               MOVE '-' TO REPORT-LINE(73:1)
           END-IF.

           IF CEL-HAS-WEIGHT = 'Y'
               MOVE CEL-WEIGHT TO RATIO-DISP
               MOVE RATIO-DISP TO REPORT-LINE(76:11)
           ELSE
               MOVE 'none' TO REPORT-LINE(83:4)
           END-IF.

           EVALUATE TRUE
               WHEN CEL-HAS-RATIO = 'N'
                   CONTINUE
               WHEN CEL-RATIO >= OVER-COVER-LIMIT
                   MOVE 'OVER' TO REPORT-LINE(89:5)
               WHEN CEL-RATIO <= UNDER-COVER-LIMIT
                   MOVE 'UNDER' TO REPORT-LINE(89:5)
           END-EVALUATE.

           IF SHOW-COUNTRY-SW = 'Y'
               MOVE CEL-COUNTRY TO REPORT-LINE(96:20)
           END-IF.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
       3760-FORMAT-CELL-LINE-END.
      ******************************************************************
      * The ten cells furthest from the census on either side, over
      * all countries. Cells the census shows as empty cannot be
      * ranked and are left out.
       3800-WRITE-TOP-CELLS.
           PERFORM 1400-NEW-PAGE
               THRU 1400-NEW-PAGE-END.
           MOVE TOP-LIST-TITLE TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Sex   Age group  Our persons     Census pop'
                      DELIMITED BY SIZE
                  '   Our %  Census %     Coverage       Weight'
                      DELIMITED BY SIZE
                  '       Country' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE 'Y' TO SHOW-COUNTRY-SW.

           IF TOP-LIST-TITLE(1:9) = 'Most over'
               EXEC SQL DECLARE TOP_CUR CURSOR FOR
                   SELECT t.country_code, t.sex_code, t.age_group,
                          t.our_count, t.census_count,
                          ROUND(t.our_share * 100, 2),
                          ROUND(t.census_share * 100, 2),
                          t.coverage_ratio, 'Y',
                          COALESCE(t.weight_factor, 0),
                          CASE WHEN t.weight_factor IS NULL THEN 'N'
                               ELSE 'Y' END
                   FROM census_benchmark_cell t
                   WHERE t.run_date = CURRENT_DATE
                     AND t.coverage_ratio IS NOT NULL
                   ORDER BY t.coverage_ratio DESC, t.country_code
                   LIMIT 10
               END-EXEC
               EXEC SQL OPEN TOP_CUR END-EXEC
           ELSE
               EXEC SQL DECLARE LOW_CUR CURSOR FOR
                   SELECT t.country_code, t.sex_code, t.age_group,
                          t.our_count, t.census_count,
                          ROUND(t.our_share * 100, 2),
                          ROUND(t.census_share * 100, 2),
                          t.coverage_ratio, 'Y',
                          COALESCE(t.weight_factor, 0),
                          CASE WHEN t.weight_factor IS NULL THEN 'N'
                               ELSE 'Y' END
                   FROM census_benchmark_cell t
                   JOIN census_benchmark_history h
                     ON h.run_date = t.run_date
                    AND h.country_code = t.country_code
                   WHERE t.run_date = CURRENT_DATE
                     AND t.coverage_ratio IS NOT NULL
                     AND h.our_total > 0
                   ORDER BY t.coverage_ratio, t.country_code
                   LIMIT 10
               END-EXEC
               EXEC SQL OPEN LOW_CUR END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               IF TOP-LIST-TITLE(1:9) = 'Most over'
                   EXEC SQL
                       FETCH TOP_CUR
                       INTO :CEL-COUNTRY, :CEL-SEX, :CEL-AGE-GROUP,
                            :CEL-OUR-COUNT, :CEL-CENSUS-COUNT,
                            :CEL-OUR-PCT, :CEL-CENSUS-PCT,
                            :CEL-RATIO, :CEL-HAS-RATIO, :CEL-WEIGHT,
                            :CEL-HAS-WEIGHT
                   END-EXEC
               ELSE
                   EXEC SQL
                       FETCH LOW_CUR
                       INTO :CEL-COUNTRY, :CEL-SEX, :CEL-AGE-GROUP,
                            :CEL-OUR-COUNT, :CEL-CENSUS-COUNT,
                            :CEL-OUR-PCT, :CEL-CENSUS-PCT,
                            :CEL-RATIO, :CEL-HAS-RATIO, :CEL-WEIGHT,
                            :CEL-HAS-WEIGHT
                   END-EXEC
               END-IF

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 3760-FORMAT-CELL-LINE
                           THRU 3760-FORMAT-CELL-LINE-END
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           IF TOP-LIST-TITLE(1:9) = 'Most over'
               EXEC SQL CLOSE TOP_CUR END-EXEC
           ELSE
               EXEC SQL CLOSE LOW_CUR END-EXEC
           END-IF.
           MOVE 'N' TO SHOW-COUNTRY-SW.
       3800-WRITE-TOP-CELLS-END.
      ******************************************************************
       1200-WRITE-REPORT-LINE.
           WRITE BENCH-REPORT-LINE FROM REPORT-LINE.
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
           STRING 'Representativeness against the census'
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
           WRITE BENCH-REPORT-LINE FROM REPORT-LINE.
           WRITE BENCH-REPORT-LINE FROM DASH-LINE.
           ADD 2 TO REPORT-LINES-WRITTEN.

           MOVE 2 TO LINE-COUNT.
           MOVE SPACES TO REPORT-LINE.
       1300-PRINT-PAGE-HEADER-END.
      ******************************************************************
      * Each part of the report after the first starts on a page of
      * its own.
       1400-NEW-PAGE.
           MOVE SPACES TO REPORT-LINE.
           WRITE BENCH-REPORT-LINE FROM REPORT-LINE.
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
