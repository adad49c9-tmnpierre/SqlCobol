       IDENTIFICATION DIVISION.
       PROGRAM-ID. StatRet.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-XML-FILE ASSIGN TO RETURN-XML-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-XML-FILE.
       01  RETURN-XML-LINE        PIC X(200).

       WORKING-STORAGE SECTION.
      * The quarterly population return to the national statistics
      * office: counts by sex, five-year age group and country of
      * residence, in the office's XML submission schema and code
      * lists, instead of GenRpt and CtrySumm figures retyped into
      * their web form.
      *   FREEZE [period [FORCE]] - in the chain, right after StatAgg,
      *       with no parm: on a quarter-end snapshot the quarter's
      *       counts are frozen in office codes (stat_return_cell),
      *       because databank_snapshot only keeps the latest date.
      *       An explicit period with FORCE freezes a missed quarter
      *       from a later snapshot.
      *   BUILD <period>  - the submission file, released only once
      *       ReconAgg has balanced the freeze; registered with its
      *       checksum in stat_return_submission.
      *   ACK <period> <reference> - the office's acknowledgment.
      *   LIST - the submission register.
      * Periods are written YYYYQn (2026Q3).
       01  RETURN-XML-FILENAME    PIC X(60) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  CMD-LINE-PARM          PIC X(100) VALUE SPACES.
       01  ACTION-PARM            PIC X(10) VALUE SPACES.
       01  PERIOD-PARM            PIC X(10) VALUE SPACES.
       01  PARM-3                 PIC X(40) VALUE SPACES.
       01  FORCE-SWITCH           PIC X VALUE 'N'.
           88  FORCE-REQUESTED    VALUE 'Y'.

       01  PERIOD-WORK.
           05  PERIOD-YEAR        PIC X(4).
           05  PERIOD-Q-LETTER    PIC X.
           05  PERIOD-QUARTER     PIC X.
       01  PERIOD-OK-SWITCH       PIC X VALUE 'N'.
       01  SNAP-DATE-WORK.
           05  SNAP-YEAR          PIC X(4).
           05  FILLER             PIC X.
           05  SNAP-MONTH-DAY     PIC X(5).

       01  XML-WORK-LINE          PIC X(200) VALUE SPACES.
       01  XML-TEXT-FIELD         PIC X(20) VALUE SPACES.
       01  XML-LINES-WRITTEN      PIC 9(7) VALUE ZEROS.
       01  CHK-BYTE-IDX           PIC 9(3) VALUE ZEROS.
       01  COUNT-DISP             PIC Z(8)9.
       01  COUNT-DISP-2           PIC Z(8)9.
       01  CHECKSUM-DISP          PIC Z(17)9.

      * Country totals of the frozen return, with the small-cell flag
      * each one goes out with.
       01  CTY-TABLE.
           05  CTY-ENTRY          OCCURS 300 TIMES.
               10  CTY-CODE       PIC X(20).
               10  CTY-TOTAL      PIC 9(9).
               10  CTY-FLAG       PIC X.
       01  CTY-COUNT              PIC 9(3) VALUE ZEROS.
       01  CTY-IDX                PIC 9(3) VALUE ZEROS.
       01  CTY-OVERFLOW-SW        PIC X VALUE 'N'.
       01  GRAND-TOTAL            PIC 9(11) VALUE ZEROS.

      * The cells of the country being written.
       01  CELL-TABLE.
           05  CELL-ENTRY         OCCURS 300 TIMES.
               10  CELL-SEX       PIC X(20).
               10  CELL-AGE-GROUP PIC X(20).
       01  CELL-COUNT             PIC 9(3) VALUE ZEROS.
       01  CELL-IDX               PIC 9(3) VALUE ZEROS.
       01  CURRENT-COUNTRY        PIC X(20) VALUE SPACES.
       01  CELLS-WRITTEN-COUNT    PIC 9(7) VALUE ZEROS.

      * Small-cell suppression as the office requires it: a count
      * between 1 and their minimum minus 1 goes out confidential,
      * and when exactly one cell of a group is confidential the
      * smallest other positive cell is masked too, so the value
      * cannot be recomputed from the total. The groups are the
      * cells of one country, and the country totals against the
      * grand total.
       01  SUPPRESS-THRESHOLD     PIC 9(3) VALUE 5.
       01  SUPPRESSED-CELLS-COUNT PIC 9(6) VALUE ZEROS.
       01  SUP-CELL-TABLE.
           05  SUP-CELL-VALUE     OCCURS 300 TIMES PIC 9(9).
       01  SUP-FLAG-TABLE.
           05  SUP-CELL-FLAG      OCCURS 300 TIMES PIC X.
       01  SUP-CELL-COUNT         PIC 9(3) VALUE ZEROS.
       01  SUP-IDX                PIC 9(3) VALUE ZEROS.
       01  SUP-SUPPRESSED-N       PIC 9(3) VALUE ZEROS.
       01  SUP-MIN-IDX            PIC 9(3) VALUE ZEROS.
       01  SUP-MIN-VALUE          PIC 9(9) VALUE ZEROS.

       01  LOCAL-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "JobRun.cpy".
       COPY "RptCat.cpy".

       01  RET-PERIOD             PIC X(6) VALUE SPACES.
       01  RET-REFERENCE-DATE     PIC X(10) VALUE SPACES.
       01  RET-SNAP-DATE          PIC X(10) VALUE SPACES.
       01  RET-FROZEN-SNAP-DATE   PIC X(10) VALUE SPACES.
       01  RET-CELL-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
       01  RET-TOTAL-POPULATION   PIC S9(9) COMP-5 VALUE ZERO.
       01  RET-RECON-STATUS       PIC X VALUE SPACES.
       01  RET-PERIOD-FOUND       PIC S9(9) COMP-5 VALUE ZERO.
       01  RET-FILED-COUNT        PIC S9(9) COMP-5 VALUE ZERO.
       01  RET-UNKNOWN-COUNTRY    PIC S9(9) COMP-5 VALUE ZERO.
       01  RET-UNKNOWN-AGE        PIC S9(9) COMP-5 VALUE ZERO.
       01  RET-REPORTER-ID        PIC X(20) VALUE SPACES.
       01  RET-MIN-CELL           PIC X(20) VALUE SPACES.
       01  RET-ACK-REFERENCE      PIC X(40) VALUE SPACES.
       01  RET-LAST-ACK-REF       PIC X(40) VALUE SPACES.

       01  SQL-CELL-ROW.
           05  SRC-COUNTRY-CODE   PIC X(20).
           05  SRC-SEX-CODE       PIC X(20).
           05  SRC-AGE-GROUP      PIC X(20).
           05  SRC-PERSON-COUNT   PIC S9(9) COMP-5.

       01  SUB-FILE-NAME          PIC X(60) VALUE SPACES.
       01  SUB-CHECKSUM           PIC S9(18) COMP-5 VALUE ZERO.
       01  SUB-LINE-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
       01  SUB-CELL-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
       01  SUB-SUPPRESSED         PIC S9(9) COMP-5 VALUE ZERO.
       01  SUB-TOTAL-POPULATION   PIC S9(9) COMP-5 VALUE ZERO.

       01  SQL-REGISTER-ROW.
           05  REG-PERIOD         PIC X(6).
           05  REG-FILE-NAME      PIC X(60).
           05  REG-CHECKSUM       PIC S9(18) COMP-5.
           05  REG-STATUS         PIC X(12).
           05  REG-BUILT-AT       PIC X(16).
           05  REG-ACK-REFERENCE  PIC X(40).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LS-RETURN-CODE         PIC 9(4) COMP VALUE ZERO.
       01  LS-JOB-PARM            PIC X(100).

       PROCEDURE DIVISION USING LS-RETURN-CODE LS-JOB-PARM.
       1000-MAIN-START.
           MOVE 'StatRet' TO JRL-PROGRAM-NAME.
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
               WHEN 'FREEZE'
                   PERFORM 2001-FREEZE-PERIOD
                       THRU 2001-FREEZE-PERIOD-END
               WHEN 'BUILD'
                   PERFORM 3001-BUILD-RETURN
                       THRU 3001-BUILD-RETURN-END
               WHEN 'ACK'
                   PERFORM 4001-RECORD-ACKNOWLEDGMENT
                       THRU 4001-RECORD-ACKNOWLEDGMENT-END
               WHEN 'LIST'
                   PERFORM 5001-LIST-SUBMISSIONS
                       THRU 5001-LIST-SUBMISSIONS-END
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

           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO ACTION-PARM PERIOD-PARM PARM-3
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ACTION-PARM) TO ACTION-PARM.
           MOVE FUNCTION UPPER-CASE(PERIOD-PARM) TO PERIOD-PARM.

      *    The chain starts the job without a parm card.
           IF ACTION-PARM = SPACES
               MOVE 'FREEZE' TO ACTION-PARM
           END-IF.

           EVALUATE ACTION-PARM
               WHEN 'FREEZE'
                   IF FUNCTION UPPER-CASE(PARM-3) = 'FORCE'
                       SET FORCE-REQUESTED TO TRUE
                   END-IF
                   IF PERIOD-PARM NOT = SPACES
                       PERFORM 1090-CHECK-PERIOD
                           THRU 1090-CHECK-PERIOD-END
                   END-IF
               WHEN 'BUILD'
                   PERFORM 1090-CHECK-PERIOD
                       THRU 1090-CHECK-PERIOD-END
               WHEN 'ACK'
                   PERFORM 1090-CHECK-PERIOD
                       THRU 1090-CHECK-PERIOD-END
                   IF PARM-3 = SPACES
                       PERFORM 1150-SHOW-USAGE
                           THRU 1150-SHOW-USAGE-END
                   END-IF
                   MOVE PARM-3 TO RET-ACK-REFERENCE
               WHEN 'LIST'
                   CONTINUE
               WHEN OTHER
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
           END-EVALUATE.
       1080-GET-RUN-PARMS-END.
      ******************************************************************
      * A period is YYYYQn; its reference date is the last day of the
      * quarter.
       1090-CHECK-PERIOD.
           MOVE PERIOD-PARM TO PERIOD-WORK.
           MOVE 'Y' TO PERIOD-OK-SWITCH.

           IF PERIOD-PARM(7:4) NOT = SPACES
            OR PERIOD-YEAR IS NOT NUMERIC
            OR PERIOD-Q-LETTER NOT = 'Q'
               MOVE 'N' TO PERIOD-OK-SWITCH
           END-IF.

           EVALUATE PERIOD-QUARTER
               WHEN '1'
                   MOVE '-03-31' TO RET-REFERENCE-DATE(5:6)
               WHEN '2'
                   MOVE '-06-30' TO RET-REFERENCE-DATE(5:6)
               WHEN '3'
                   MOVE '-09-30' TO RET-REFERENCE-DATE(5:6)
               WHEN '4'
                   MOVE '-12-31' TO RET-REFERENCE-DATE(5:6)
               WHEN OTHER
                   MOVE 'N' TO PERIOD-OK-SWITCH
           END-EVALUATE.

           IF PERIOD-OK-SWITCH = 'N'
               DISPLAY 'Period must be written YYYYQn, e.g. 2026Q3.'
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           MOVE PERIOD-YEAR TO RET-REFERENCE-DATE(1:4).
           MOVE PERIOD-WORK TO RET-PERIOD.
       1090-CHECK-PERIOD-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: StatRet [FREEZE [period [FORCE]]]'.
           DISPLAY '       StatRet BUILD <period>'.
           DISPLAY '       StatRet ACK <period> <acknowledgment-ref>'.
           DISPLAY '       StatRet LIST'.
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

           MOVE 'StatRet' TO ERR-PROGRAM-NAME.
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
      * The return describes the population on the reference date, so
      * the quarter is frozen from the snapshot of that date: in the
      * chain this happens by itself on a quarter-end snapshot. A
      * freeze is refreshed by a rerun on the same snapshot until a
      * file has been built from it; after that it stands.
       2001-FREEZE-PERIOD.
           EXEC SQL
               SELECT COALESCE(TO_CHAR(MAX(snap_date), 'YYYY-MM-DD'),
                               ' ')
               INTO :RET-SNAP-DATE
               FROM databank_snapshot
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF RET-SNAP-DATE = SPACES
               DISPLAY 'No statistics snapshot - nothing to freeze.'
               MOVE 4 TO JRL-RETURN-CODE
               GO TO 2001-FREEZE-PERIOD-END
           END-IF.

           MOVE RET-SNAP-DATE TO SNAP-DATE-WORK.

           IF PERIOD-PARM = SPACES
               MOVE SNAP-YEAR TO RET-PERIOD(1:4)
               MOVE 'Q' TO RET-PERIOD(5:1)
               EVALUATE SNAP-MONTH-DAY
                   WHEN '03-31'
                       MOVE '1' TO RET-PERIOD(6:1)
                   WHEN '06-30'
                       MOVE '2' TO RET-PERIOD(6:1)
                   WHEN '09-30'
                       MOVE '3' TO RET-PERIOD(6:1)
                   WHEN '12-31'
                       MOVE '4' TO RET-PERIOD(6:1)
                   WHEN OTHER
                       DISPLAY 'Snapshot of ' RET-SNAP-DATE
                               ' is not a quarter end - no return '
                               'to freeze.'
                       GO TO 2001-FREEZE-PERIOD-END
               END-EVALUATE
               MOVE RET-SNAP-DATE TO RET-REFERENCE-DATE
           END-IF.

           IF RET-SNAP-DATE < RET-REFERENCE-DATE
               DISPLAY 'Snapshot of ' RET-SNAP-DATE ' predates the '
                       'reference date ' RET-REFERENCE-DATE
                       ' - not frozen.'
               MOVE 4 TO JRL-RETURN-CODE
               GO TO 2001-FREEZE-PERIOD-END
           END-IF.

           IF RET-SNAP-DATE NOT = RET-REFERENCE-DATE
            AND NOT FORCE-REQUESTED
               DISPLAY 'Snapshot is dated ' RET-SNAP-DATE
                       ', not the reference date '
                       RET-REFERENCE-DATE '.'
               DISPLAY 'Add FORCE to freeze ' RET-PERIOD
                       ' from it anyway.'
               MOVE 4 TO JRL-RETURN-CODE
               GO TO 2001-FREEZE-PERIOD-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(MAX(TO_CHAR(snap_date, 'YYYY-MM-DD')),
                               ' ')
               INTO :RET-PERIOD-FOUND, :RET-FROZEN-SNAP-DATE
               FROM stat_return_period
               WHERE period = :RET-PERIOD
           END-EXEC.

           EXEC SQL
               SELECT COUNT(*) INTO :RET-FILED-COUNT
               FROM stat_return_submission
               WHERE period = :RET-PERIOD
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF RET-PERIOD-FOUND > 0 AND RET-FILED-COUNT > 0
               DISPLAY 'Return ' RET-PERIOD ' already has a built '
                       'submission - the freeze of '
                       RET-FROZEN-SNAP-DATE ' stands.'
               GO TO 2001-FREEZE-PERIOD-END
           END-IF.

           IF RET-PERIOD-FOUND > 0
            AND RET-FROZEN-SNAP-DATE NOT = RET-SNAP-DATE
            AND NOT FORCE-REQUESTED
               DISPLAY 'Return ' RET-PERIOD ' was frozen from the '
                       'snapshot of ' RET-FROZEN-SNAP-DATE
                       ' - add FORCE to replace it.'
               GO TO 2001-FREEZE-PERIOD-END
           END-IF.

           PERFORM 2100-FREEZE-CELLS
               THRU 2100-FREEZE-CELLS-END.
       2001-FREEZE-PERIOD-END.
      ******************************************************************
      * Active individuals of the snapshot, counted in office codes:
      * the country through iso_country (by code, else by name) and
      * the office's overrides, sex through their SEX list, the
      * effective age on the snapshot date into their five-year
      * groups. Each code list's '*' row catches what does not map.
       2100-FREEZE-CELLS.
           EXEC SQL
               DELETE FROM stat_return_cell
               WHERE period = :RET-PERIOD
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO stat_return_cell
                   (period, country_code, sex_code, age_group,
                    known_age, person_count)
               SELECT :RET-PERIOD, d.cty, d.sx, d.ag, d.known,
                      COUNT(*)
               FROM (SELECT
                       COALESCE(
                           (SELECT oc.office_code
                              FROM stat_office_code oc
                             WHERE oc.list_name = 'COUNTRY'
                               AND oc.our_value = b.iso),
                           b.iso,
                           (SELECT uc.office_code
                              FROM stat_office_code uc
                             WHERE uc.list_name = 'COUNTRY'
                               AND uc.our_value = '*'),
                           'ZZ') AS cty,
                       COALESCE(
                           (SELECT sc.office_code
                              FROM stat_office_code sc
                             WHERE sc.list_name = 'SEX'
                               AND sc.our_value = TRIM(b.gender)),
                           (SELECT us.office_code
                              FROM stat_office_code us
                             WHERE us.list_name = 'SEX'
                               AND us.our_value = '*'),
                           'U') AS sx,
                       COALESCE(b.grp,
                           (SELECT ua.office_code
                              FROM stat_office_code ua
                             WHERE ua.list_name = 'AGEGROUP'
                               AND ua.our_value = '*'),
                           'Y_UNK') AS ag,
                       CASE WHEN b.grp IS NULL THEN 'N'
                            ELSE 'Y' END AS known
                     FROM (SELECT s.gender,
                             COALESCE(
                                 (SELECT i.code FROM iso_country i
                                   WHERE i.code =
                                         UPPER(TRIM(s.country_code))),
                                 (SELECT MIN(n.code)
                                    FROM iso_country n
                                   WHERE UPPER(n.country_name) =
                                         UPPER(TRIM(s.country))))
                                 AS iso,
                             (SELECT MIN(g.group_code)
                                FROM stat_office_age_group g
                               WHERE s.eff_age
                                     BETWEEN g.age_from AND g.age_to)
                                 AS grp
                           FROM databank_snapshot s
                           WHERE s.snap_date =
                                 CAST(:RET-SNAP-DATE AS DATE)
                             AND COALESCE(s.status, 'A') = 'A') b
                    ) d
               GROUP BY d.cty, d.sx, d.ag, d.known
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(person_count), 0),
                      COALESCE(SUM(person_count)
                          FILTER (WHERE known_age = 'N'), 0),
                      COALESCE(SUM(person_count)
                          FILTER (WHERE country_code =
                              COALESCE((SELECT uc.office_code
                                          FROM stat_office_code uc
                                         WHERE uc.list_name = 'COUNTRY'
                                           AND uc.our_value = '*'),
                                       'ZZ')), 0)
               INTO :RET-CELL-COUNT, :RET-TOTAL-POPULATION,
                    :RET-UNKNOWN-AGE, :RET-UNKNOWN-COUNTRY
               FROM stat_return_cell
               WHERE period = :RET-PERIOD
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO stat_return_period
                   (period, reference_date, snap_date, cell_count,
                    total_population, frozen_at, recon_status,
                    recon_at)
               VALUES
                   (:RET-PERIOD, CAST(:RET-REFERENCE-DATE AS DATE),
                    CAST(:RET-SNAP-DATE AS DATE), :RET-CELL-COUNT,
                    :RET-TOTAL-POPULATION, CURRENT_TIMESTAMP, NULL,
                    NULL)
               ON CONFLICT (period) DO UPDATE
                   SET reference_date = CAST(:RET-REFERENCE-DATE
                                             AS DATE),
                       snap_date = CAST(:RET-SNAP-DATE AS DATE),
                       cell_count = :RET-CELL-COUNT,
                       total_population = :RET-TOTAL-POPULATION,
                       frozen_at = CURRENT_TIMESTAMP,
                       recon_status = NULL,
                       recon_at = NULL
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE RET-TOTAL-POPULATION TO COUNT-DISP.
           MOVE RET-CELL-COUNT TO COUNT-DISP-2.
           DISPLAY 'Return ' RET-PERIOD ' frozen from the snapshot of '
                   RET-SNAP-DATE ' - population '
                   FUNCTION TRIM(COUNT-DISP) ' in '
                   FUNCTION TRIM(COUNT-DISP-2) ' cells.'.
           IF RET-UNKNOWN-COUNTRY > 0 OR RET-UNKNOWN-AGE > 0
               MOVE RET-UNKNOWN-COUNTRY TO COUNT-DISP
               MOVE RET-UNKNOWN-AGE TO COUNT-DISP-2
               DISPLAY 'Warning: unmapped country '
                       FUNCTION TRIM(COUNT-DISP)
                       ', unknown age ' FUNCTION TRIM(COUNT-DISP-2)
                       ' - reported under the office''s unknown codes.'
               MOVE 4 TO JRL-RETURN-CODE
           END-IF.
           DISPLAY 'ReconAgg must balance the freeze before the '
                   'return can be built.'.

           MOVE RET-TOTAL-POPULATION TO JRL-ROWS-READ.
           MOVE RET-CELL-COUNT TO JRL-ROWS-UPDATED.
       2100-FREEZE-CELLS-END.
      ******************************************************************
      * Nothing leaves before ReconAgg has balanced the frozen counts
      * against its own reference totals for the snapshot.
       3001-BUILD-RETURN.
           MOVE SPACES TO RET-RECON-STATUS.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(MAX(TO_CHAR(snap_date, 'YYYY-MM-DD')),
                               ' '),
                      COALESCE(MAX(total_population), 0),
                      COALESCE(MAX(recon_status), ' ')
               INTO :RET-PERIOD-FOUND, :RET-FROZEN-SNAP-DATE,
                    :RET-TOTAL-POPULATION, :RET-RECON-STATUS
               FROM stat_return_period
               WHERE period = :RET-PERIOD
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF RET-PERIOD-FOUND = 0
               DISPLAY '*** Return ' RET-PERIOD ' has not been '
                       'frozen - see StatRet FREEZE. ***'
               MOVE 8 TO JRL-RETURN-CODE
               GO TO 3001-BUILD-RETURN-END
           END-IF.

           EVALUATE RET-RECON-STATUS
               WHEN 'P'
                   CONTINUE
               WHEN 'B'
                   DISPLAY '*** ReconAgg found return ' RET-PERIOD
                           ' out of balance - not released. ***'
                   MOVE 8 TO JRL-RETURN-CODE
                   GO TO 3001-BUILD-RETURN-END
               WHEN OTHER
                   DISPLAY '*** Return ' RET-PERIOD ' has not been '
                           'balanced by ReconAgg yet - not '
                           'released. ***'
                   MOVE 8 TO JRL-RETURN-CODE
                   GO TO 3001-BUILD-RETURN-END
           END-EVALUATE.

           PERFORM 3050-LOAD-OFFICE-RULES
               THRU 3050-LOAD-OFFICE-RULES-END.

           PERFORM 3100-LOAD-COUNTRY-TOTALS
               THRU 3100-LOAD-COUNTRY-TOTALS-END.

           IF CTY-OVERFLOW-SW = 'Y'
               DISPLAY '*** More than 300 countries in the return - '
                       'not built. ***'
               MOVE 8 TO JRL-RETURN-CODE
               GO TO 3001-BUILD-RETURN-END
           END-IF.

           IF GRAND-TOTAL NOT = RET-TOTAL-POPULATION
               DISPLAY '*** Return cells no longer add up to the '
                       'frozen population - not built. ***'
               MOVE 8 TO JRL-RETURN-CODE
               GO TO 3001-BUILD-RETURN-END
           END-IF.

           PERFORM 3200-OPEN-RETURN-FILE
               THRU 3200-OPEN-RETURN-FILE-END.

           PERFORM 3300-WRITE-COUNTRY-SERIES
               THRU 3300-WRITE-COUNTRY-SERIES-END.

           PERFORM 3800-CLOSE-RETURN-FILE
               THRU 3800-CLOSE-RETURN-FILE-END.

           PERFORM 3900-REGISTER-SUBMISSION
               THRU 3900-REGISTER-SUBMISSION-END.

           MOVE 'StatRet' TO CAT-PROGRAM-NAME.
           MOVE RETURN-XML-FILENAME TO CAT-FILE-NAME.
           MOVE XML-LINES-WRITTEN TO CAT-LINE-COUNT.
           MOVE ZERO TO CAT-PAGE-COUNT.
           PERFORM 8910-REGISTER-REPORT
               THRU 8910-REGISTER-REPORT-END.
       3001-BUILD-RETURN-END.
      ******************************************************************
       3050-LOAD-OFFICE-RULES.
           EXEC SQL
               SELECT COALESCE(MAX(office_code)
                          FILTER (WHERE list_name = 'REPORTER'
                                    AND our_value = 'ID'), ' '),
                      COALESCE(MAX(office_code)
                          FILTER (WHERE list_name = 'RULE'
                                    AND our_value = 'MINCELL'), ' ')
               INTO :RET-REPORTER-ID, :RET-MIN-CELL
               FROM stat_office_code
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF RET-MIN-CELL NOT = SPACES
            AND FUNCTION TRIM(RET-MIN-CELL) IS NUMERIC
               MOVE FUNCTION NUMVAL(RET-MIN-CELL)
                   TO SUPPRESS-THRESHOLD
           END-IF.

           DISPLAY 'Office minimum cell size: ' SUPPRESS-THRESHOLD.
       3050-LOAD-OFFICE-RULES-END.
      ******************************************************************
      * Country totals first: they are a group of their own against
      * the grand total, and their sum proves the cells still add up
      * to what was frozen and balanced.
       3100-LOAD-COUNTRY-TOTALS.
           MOVE ZEROS TO CTY-COUNT GRAND-TOTAL.

           EXEC SQL DECLARE CTY_CUR CURSOR FOR
               SELECT country_code, SUM(person_count)
               FROM stat_return_cell
               WHERE period = :RET-PERIOD
               GROUP BY country_code
               ORDER BY country_code
           END-EXEC.

           EXEC SQL OPEN CTY_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH CTY_CUR
                   INTO :SRC-COUNTRY-CODE, :SRC-PERSON-COUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       IF CTY-COUNT < 300
                           ADD 1 TO CTY-COUNT
                           MOVE SRC-COUNTRY-CODE
                               TO CTY-CODE(CTY-COUNT)
                           MOVE SRC-PERSON-COUNT
                               TO CTY-TOTAL(CTY-COUNT)
                       ELSE
                           MOVE 'Y' TO CTY-OVERFLOW-SW
                       END-IF
                       ADD SRC-PERSON-COUNT TO GRAND-TOTAL
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CTY_CUR END-EXEC.

           MOVE CTY-COUNT TO SUP-CELL-COUNT.
           PERFORM VARYING CTY-IDX FROM 1 BY 1
                   UNTIL CTY-IDX > CTY-COUNT
               MOVE CTY-TOTAL(CTY-IDX) TO SUP-CELL-VALUE(CTY-IDX)
           END-PERFORM.
           PERFORM 2700-APPLY-CELL-SUPPRESSION
               THRU 2700-APPLY-CELL-SUPPRESSION-END.
           PERFORM VARYING CTY-IDX FROM 1 BY 1
                   UNTIL CTY-IDX > CTY-COUNT
               MOVE SUP-CELL-FLAG(CTY-IDX) TO CTY-FLAG(CTY-IDX)
           END-PERFORM.
       3100-LOAD-COUNTRY-TOTALS-END.
      ******************************************************************
       3200-OPEN-RETURN-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           MOVE SPACES TO RETURN-XML-FILENAME.
           STRING 'STATRET_' DELIMITED BY SIZE
                  RET-PERIOD DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.XML' DELIMITED BY SIZE
                  INTO RETURN-XML-FILENAME.

           OPEN OUTPUT RETURN-XML-FILE.
           MOVE ZERO TO SUB-CHECKSUM.
           MOVE ZEROS TO XML-LINES-WRITTEN.

           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
               TO XML-WORK-LINE.
           PERFORM 8950-WRITE-XML-LINE
               THRU 8950-WRITE-XML-LINE-END.
           MOVE '<PopulationReturn version="1.0">' TO XML-WORK-LINE.
           PERFORM 8950-WRITE-XML-LINE
               THRU 8950-WRITE-XML-LINE-END.
           MOVE '  <Header>' TO XML-WORK-LINE.
           PERFORM 8950-WRITE-XML-LINE
               THRU 8950-WRITE-XML-LINE-END.

           MOVE RET-REPORTER-ID TO XML-TEXT-FIELD.
           PERFORM 8000-SANITIZE-XML-TEXT
               THRU 8000-SANITIZE-XML-TEXT-END.
           MOVE SPACES TO XML-WORK-LINE.
           STRING '    <Reporter>' DELIMITED BY SIZE
                  FUNCTION TRIM(XML-TEXT-FIELD) DELIMITED BY SIZE
                  '</Reporter>' DELIMITED BY SIZE
                  INTO XML-WORK-LINE.
           PERFORM 8950-WRITE-XML-LINE
               THRU 8950-WRITE-XML-LINE-END.

           MOVE SPACES TO XML-WORK-LINE.
           STRING '    <Period>' DELIMITED BY SIZE
                  RET-PERIOD(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  RET-PERIOD(5:2) DELIMITED BY SIZE
                  '</Period>' DELIMITED BY SIZE
                  INTO XML-WORK-LINE.
           PERFORM 8950-WRITE-XML-LINE
               THRU 8950-WRITE-XML-LINE-END.

           MOVE SPACES TO XML-WORK-LINE.
           STRING '    <ReferenceDate>' DELIMITED BY SIZE
                  RET-REFERENCE-DATE DELIMITED BY SIZE
                  '</ReferenceDate>' DELIMITED BY SIZE
                  INTO XML-WORK-LINE.
           PERFORM 8950-WRITE-XML-LINE
               THRU 8950-WRITE-XML-LINE-END.

           MOVE SPACES TO XML-WORK-LINE.
           STRING '    <PopulationDate>' DELIMITED BY SIZE
                  RET-FROZEN-SNAP-DATE DELIMITED BY SIZE
                  '</PopulationDate>' DELIMITED BY SIZE
                  INTO XML-WORK-LINE.
           PERFORM 8950-WRITE-XML-LINE
               THRU 8950-WRITE-XML-LINE-END.

           MOVE SPACES TO XML-WORK-LINE.
           STRING '    <Prepared>' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '</Prepared>' DELIMITED BY SIZE
                  INTO XML-WORK-LINE.
           PERFORM 8950-WRITE-XML-LINE
               THRU 8950-WRITE-XML-LINE-END.

           MOVE SUPPRESS-THRESHOLD TO COUNT-DISP.
           MOVE SPACES TO XML-WORK-LINE.
           STRING '    <MinimumCell>' DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                  '</MinimumCell>' DELIMITED BY SIZE
                  INTO XML-WORK-LINE.
           PERFORM 8950-WRITE-XML-LINE
               THRU 8950-WRITE-XML-LINE-END.

           MOVE '  </Header>' TO XML-WORK-LINE.
           PERFORM 8950-WRITE-XML-LINE
               THRU 8950-WRITE-XML-LINE-END.
       3200-OPEN-RETURN-FILE-END.
      ******************************************************************
      * One Series per country, cells in sex and age-group order; the
      * cells of a country are gathered, suppressed as a group, then
      * written.
       3300-WRITE-COUNTRY-SERIES.
           MOVE SPACES TO CURRENT-COUNTRY.
           MOVE ZEROS TO CELL-COUNT CTY-IDX.

           EXEC SQL DECLARE CELL_CUR CURSOR FOR
               SELECT c.country_code, c.sex_code, c.age_group,
                      c.person_count
               FROM stat_return_cell c
               LEFT JOIN stat_office_age_group g
                 ON g.group_code = c.age_group
               WHERE c.period = :RET-PERIOD
               ORDER BY c.country_code, c.sex_code,
                        COALESCE(g.age_from, 9999), c.age_group
           END-EXEC.

           EXEC SQL OPEN CELL_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH CELL_CUR
                   INTO :SRC-COUNTRY-CODE, :SRC-SEX-CODE,
                        :SRC-AGE-GROUP, :SRC-PERSON-COUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       IF SRC-COUNTRY-CODE NOT = CURRENT-COUNTRY
                        AND CELL-COUNT > 0
                           PERFORM 3400-FLUSH-COUNTRY
                               THRU 3400-FLUSH-COUNTRY-END
                       END-IF
                       MOVE SRC-COUNTRY-CODE TO CURRENT-COUNTRY
                       IF CELL-COUNT < 300
                           ADD 1 TO CELL-COUNT
                           MOVE SRC-SEX-CODE TO CELL-SEX(CELL-COUNT)
                           MOVE SRC-AGE-GROUP
                               TO CELL-AGE-GROUP(CELL-COUNT)
                           MOVE SRC-PERSON-COUNT
                               TO SUP-CELL-VALUE(CELL-COUNT)
                       END-IF
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CELL_CUR END-EXEC.

           IF CELL-COUNT > 0
               PERFORM 3400-FLUSH-COUNTRY
                   THRU 3400-FLUSH-COUNTRY-END
           END-IF.
       3300-WRITE-COUNTRY-SERIES-END.
      ******************************************************************
       3400-FLUSH-COUNTRY.
           MOVE CELL-COUNT TO SUP-CELL-COUNT.
           PERFORM 2700-APPLY-CELL-SUPPRESSION
               THRU 2700-APPLY-CELL-SUPPRESSION-END.

           MOVE CURRENT-COUNTRY TO XML-TEXT-FIELD.
           PERFORM 8000-SANITIZE-XML-TEXT
               THRU 8000-SANITIZE-XML-TEXT-END.
           MOVE SPACES TO XML-WORK-LINE.
           STRING '  <Series country="' DELIMITED BY SIZE
                  FUNCTION TRIM(XML-TEXT-FIELD) DELIMITED BY SIZE
                  '">' DELIMITED BY SIZE
                  INTO XML-WORK-LINE.
           PERFORM 8950-WRITE-XML-LINE
               THRU 8950-WRITE-XML-LINE-END.

           PERFORM VARYING CELL-IDX FROM 1 BY 1
                   UNTIL CELL-IDX > CELL-COUNT
               PERFORM 3450-WRITE-ONE-CELL
                   THRU 3450-WRITE-ONE-CELL-END
           END-PERFORM.

      *    Country totals come out in the same order as the cells.
           ADD 1 TO CTY-IDX.
           MOVE SPACES TO XML-WORK-LINE.
           IF CTY-FLAG(CTY-IDX) = 'Y'
               MOVE '    <Total status="C"/>' TO XML-WORK-LINE
           ELSE
               MOVE CTY-TOTAL(CTY-IDX) TO COUNT-DISP
               STRING '    <Total value="' DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                      '"/>' DELIMITED BY SIZE
                      INTO XML-WORK-LINE
           END-IF.
           PERFORM 8950-WRITE-XML-LINE
               THRU 8950-WRITE-XML-LINE-END.

           MOVE '  </Series>' TO XML-WORK-LINE.
           PERFORM 8950-WRITE-XML-LINE
               THRU 8950-WRITE-XML-LINE-END.

           MOVE ZEROS TO CELL-COUNT.
       3400-FLUSH-COUNTRY-END.
      ******************************************************************
      * A confidential cell carries status "C" and no value.
       3450-WRITE-ONE-CELL.
           ADD 1 TO CELLS-WRITTEN-COUNT.

           MOVE CELL-SEX(CELL-IDX) TO XML-TEXT-FIELD.
           PERFORM 8000-SANITIZE-XML-TEXT
               THRU 8000-SANITIZE-XML-TEXT-END.
           MOVE XML-TEXT-FIELD TO CELL-SEX(CELL-IDX).
           MOVE CELL-AGE-GROUP(CELL-IDX) TO XML-TEXT-FIELD.
           PERFORM 8000-SANITIZE-XML-TEXT
               THRU 8000-SANITIZE-XML-TEXT-END.

           MOVE SPACES TO XML-WORK-LINE.
           IF SUP-CELL-FLAG(CELL-IDX) = 'Y'
               STRING '    <Obs sex="' DELIMITED BY SIZE
                      FUNCTION TRIM(CELL-SEX(CELL-IDX))
                          DELIMITED BY SIZE
                      '" age="' DELIMITED BY SIZE
                      FUNCTION TRIM(XML-TEXT-FIELD) DELIMITED BY SIZE
                      '" status="C"/>' DELIMITED BY SIZE
                      INTO XML-WORK-LINE
           ELSE
               MOVE SUP-CELL-VALUE(CELL-IDX) TO COUNT-DISP
               STRING '    <Obs sex="' DELIMITED BY SIZE
                      FUNCTION TRIM(CELL-SEX(CELL-IDX))
                          DELIMITED BY SIZE
                      '" age="' DELIMITED BY SIZE
                      FUNCTION TRIM(XML-TEXT-FIELD) DELIMITED BY SIZE
                      '" value="' DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                      '"/>' DELIMITED BY SIZE
                      INTO XML-WORK-LINE
           END-IF.
           PERFORM 8950-WRITE-XML-LINE
               THRU 8950-WRITE-XML-LINE-END.
       3450-WRITE-ONE-CELL-END.
      ******************************************************************
       3800-CLOSE-RETURN-FILE.
           MOVE CTY-COUNT TO COUNT-DISP.
           MOVE CELLS-WRITTEN-COUNT TO COUNT-DISP-2.
           MOVE SPACES TO XML-WORK-LINE.
           STRING '  <Summary countries="' DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                  '" cells="' DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP-2) DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
                  INTO XML-WORK-LINE.
           PERFORM 8950-WRITE-XML-LINE
               THRU 8950-WRITE-XML-LINE-END.

           MOVE SUPPRESSED-CELLS-COUNT TO COUNT-DISP.
           MOVE GRAND-TOTAL TO COUNT-DISP-2.
           MOVE SPACES TO XML-WORK-LINE.
           STRING '           confidential="' DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                  '" total="' DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP-2) DELIMITED BY SIZE
                  '"/>' DELIMITED BY SIZE
                  INTO XML-WORK-LINE.
           PERFORM 8950-WRITE-XML-LINE
               THRU 8950-WRITE-XML-LINE-END.

           MOVE '</PopulationReturn>' TO XML-WORK-LINE.
           PERFORM 8950-WRITE-XML-LINE
               THRU 8950-WRITE-XML-LINE-END.

           CLOSE RETURN-XML-FILE.

           MOVE SUB-CHECKSUM TO CHECKSUM-DISP.
           DISPLAY 'Return written: '
                   FUNCTION TRIM(RETURN-XML-FILENAME).
           DISPLAY 'Cells: ' CELLS-WRITTEN-COUNT
                   '  confidential: ' SUPPRESSED-CELLS-COUNT
                   '  population: ' GRAND-TOTAL.
           DISPLAY 'Checksum: ' FUNCTION TRIM(CHECKSUM-DISP).
       3800-CLOSE-RETURN-FILE-END.
      ******************************************************************
      * The register is the proof of what was filed: file, checksum
      * and figures per build. An unacknowledged earlier build of the
      * period is superseded; building after an acknowledgment makes
      * a revision, kept next to the acknowledged file.
       3900-REGISTER-SUBMISSION.
           MOVE SPACES TO RET-LAST-ACK-REF.
           EXEC SQL
               SELECT COALESCE(MAX(ack_reference), ' ')
               INTO :RET-LAST-ACK-REF
               FROM stat_return_submission
               WHERE period = :RET-PERIOD
                 AND status = 'ACKNOWLEDGED'
           END-EXEC.

           IF RET-LAST-ACK-REF NOT = SPACES
               DISPLAY 'Note: ' RET-PERIOD ' was already acknowledged '
                       '(' FUNCTION TRIM(RET-LAST-ACK-REF)
                       ') - this file is a revision.'
           END-IF.

           EXEC SQL
               UPDATE stat_return_submission
                  SET status = 'SUPERSEDED'
               WHERE period = :RET-PERIOD
                 AND status = 'BUILT'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE RETURN-XML-FILENAME TO SUB-FILE-NAME.
           MOVE XML-LINES-WRITTEN TO SUB-LINE-COUNT.
           MOVE CELLS-WRITTEN-COUNT TO SUB-CELL-COUNT.
           MOVE SUPPRESSED-CELLS-COUNT TO SUB-SUPPRESSED.
           MOVE GRAND-TOTAL TO SUB-TOTAL-POPULATION.

           EXEC SQL
               INSERT INTO stat_return_submission
                   (period, file_name, checksum, line_count,
                    cell_count, suppressed_cells, total_population,
                    status, built_at)
               VALUES
                   (:RET-PERIOD, TRIM(:SUB-FILE-NAME), :SUB-CHECKSUM,
                    :SUB-LINE-COUNT, :SUB-CELL-COUNT, :SUB-SUPPRESSED,
                    :SUB-TOTAL-POPULATION, 'BUILT', CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE CELLS-WRITTEN-COUNT TO JRL-ROWS-READ.
           MOVE 1 TO JRL-ROWS-UPDATED.
       3900-REGISTER-SUBMISSION-END.
      ******************************************************************
      * The office's acknowledgment reference goes on the latest
      * built file of the period.
       4001-RECORD-ACKNOWLEDGMENT.
           EXEC SQL
               UPDATE stat_return_submission
                  SET status = 'ACKNOWLEDGED',
                      ack_reference = TRIM(:RET-ACK-REFERENCE),
                      ack_at = CURRENT_TIMESTAMP
               WHERE submission_id =
                     (SELECT MAX(s.submission_id)
                        FROM stat_return_submission s
                       WHERE s.period = :RET-PERIOD
                         AND s.status = 'BUILT')
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY 'Return ' RET-PERIOD ' acknowledged: '
                           FUNCTION TRIM(RET-ACK-REFERENCE)
                   MOVE 1 TO JRL-ROWS-UPDATED
               WHEN +100
                   DISPLAY '*** No built return ' RET-PERIOD
                           ' awaiting acknowledgment. ***'
                   MOVE 8 TO JRL-RETURN-CODE
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.
       4001-RECORD-ACKNOWLEDGMENT-END.
      ******************************************************************
       5001-LIST-SUBMISSIONS.
           EXEC SQL DECLARE REG_CUR CURSOR FOR
               SELECT period, COALESCE(file_name, ' '),
                      COALESCE(checksum, 0), status,
                      TO_CHAR(built_at, 'YYYY-MM-DD HH24:MI'),
                      COALESCE(ack_reference, ' ')
               FROM stat_return_submission
               ORDER BY period DESC, submission_id DESC
           END-EXEC.

           EXEC SQL OPEN REG_CUR END-EXEC.

           DISPLAY 'Period File                            '
                   '       Checksum Status       Built            '
                   'Acknowledgment'.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH REG_CUR
                   INTO :REG-PERIOD, :REG-FILE-NAME, :REG-CHECKSUM,
                        :REG-STATUS, :REG-BUILT-AT, :REG-ACK-REFERENCE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       MOVE REG-CHECKSUM TO CHECKSUM-DISP
                       DISPLAY REG-PERIOD ' ' REG-FILE-NAME(1:32) ' '
                               CHECKSUM-DISP ' ' REG-STATUS ' '
                               REG-BUILT-AT ' '
                               FUNCTION TRIM(REG-ACK-REFERENCE)
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE REG_CUR END-EXEC.
       5001-LIST-SUBMISSIONS-END.
      ******************************************************************
      * Small-cell suppression over SUP-CELL-VALUE(1..SUP-CELL-COUNT):
      * any cell between 1 and the threshold minus 1 is flagged;
      * when exactly one is, the smallest remaining positive cell is
      * flagged too, so the value cannot be recomputed from the
      * group total.
       2700-APPLY-CELL-SUPPRESSION.
           MOVE ZEROS TO SUP-SUPPRESSED-N.
           PERFORM VARYING SUP-IDX FROM 1 BY 1
                   UNTIL SUP-IDX > SUP-CELL-COUNT
               MOVE 'N' TO SUP-CELL-FLAG(SUP-IDX)
               IF SUPPRESS-THRESHOLD > 0
                AND SUP-CELL-VALUE(SUP-IDX) > 0
                AND SUP-CELL-VALUE(SUP-IDX) < SUPPRESS-THRESHOLD
                   MOVE 'Y' TO SUP-CELL-FLAG(SUP-IDX)
                   ADD 1 TO SUP-SUPPRESSED-N
                   ADD 1 TO SUPPRESSED-CELLS-COUNT
               END-IF
           END-PERFORM.

           IF SUP-SUPPRESSED-N NOT = 1
               GO TO 2700-APPLY-CELL-SUPPRESSION-END
           END-IF.

           MOVE ZEROS TO SUP-MIN-IDX.
           MOVE 999999999 TO SUP-MIN-VALUE.
           PERFORM VARYING SUP-IDX FROM 1 BY 1
                   UNTIL SUP-IDX > SUP-CELL-COUNT
               IF SUP-CELL-FLAG(SUP-IDX) = 'N'
                AND SUP-CELL-VALUE(SUP-IDX) > 0
                AND SUP-CELL-VALUE(SUP-IDX) < SUP-MIN-VALUE
                   MOVE SUP-CELL-VALUE(SUP-IDX) TO SUP-MIN-VALUE
                   MOVE SUP-IDX TO SUP-MIN-IDX
               END-IF
           END-PERFORM.

           IF SUP-MIN-IDX > 0
               MOVE 'Y' TO SUP-CELL-FLAG(SUP-MIN-IDX)
               ADD 1 TO SUPPRESSED-CELLS-COUNT
           END-IF.
       2700-APPLY-CELL-SUPPRESSION-END.
      ******************************************************************
      * Code-list values are the office's own codes; a stray markup
      * character would still break the document, so it is replaced.
       8000-SANITIZE-XML-TEXT.
           INSPECT XML-TEXT-FIELD REPLACING ALL '"' BY ''''.
           INSPECT XML-TEXT-FIELD REPLACING ALL '<' BY '('.
           INSPECT XML-TEXT-FIELD REPLACING ALL '>' BY ')'.
           INSPECT XML-TEXT-FIELD REPLACING ALL '&' BY '+'.
       8000-SANITIZE-XML-TEXT-END.
      ******************************************************************
      * Every line goes out through here so the file's checksum is
      * built from exactly what was written: each byte weighted by
      * its place in the file, so a changed, moved or swapped
      * character changes the sum.
       8950-WRITE-XML-LINE.
           WRITE RETURN-XML-LINE FROM XML-WORK-LINE.
           ADD 1 TO XML-LINES-WRITTEN.

           PERFORM VARYING CHK-BYTE-IDX FROM 1 BY 1
                   UNTIL CHK-BYTE-IDX > 200
               IF XML-WORK-LINE(CHK-BYTE-IDX:1) NOT = SPACE
                   COMPUTE SUB-CHECKSUM = SUB-CHECKSUM
                       + FUNCTION ORD(XML-WORK-LINE(CHK-BYTE-IDX:1))
                       * (XML-LINES-WRITTEN * 200 + CHK-BYTE-IDX)
               END-IF
           END-PERFORM.
       8950-WRITE-XML-LINE-END.
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
