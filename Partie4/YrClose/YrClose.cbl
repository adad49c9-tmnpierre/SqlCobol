       IDENTIFICATION DIVISION.
       PROGRAM-ID. YrClose.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YEARBOOK-REPORT-FILE ASSIGN TO YEARBOOK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  YEARBOOK-REPORT-FILE.
       01  YEARBOOK-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
      * Year-end statistical close. The statistics history tables
      * (gender_proportions_history, language_distribution_history,
      * demographic_indicators_history, volume_history) are keyed by
      * run date and a rerun overwrites its date; the auditors want
      * proof that the published year-end figures never changed.
      *   CLOSE <operator> <ticket> <year> - locks the year: row
      *       counts and checksums of the year's rows per table go
      *       into stat_year_close, GenRpt and VolAnom refuse (and
      *       log) any later write dated in the year, and the annual
      *       yearbook is printed with its sign-off page.
      *   YEARBOOK <operator> <ticket> <year> - reprints the yearbook;
      *       for a year not yet closed it is marked DRAFT.
      *   VERIFY, or no parm (the nightly chain) - recomputes every
      *       closed year's counts and checksums and reports loudly
      *       when a closed figure has changed out of band.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  CMD-LINE-PARM          PIC X(100) VALUE SPACES.
       01  ACTION-PARM            PIC X(10) VALUE SPACES.
       01  YEAR-PARM              PIC X(10) VALUE SPACES.
       01  YEAR-NUM               PIC 9(4) VALUE ZEROS.
       01  DRAFT-SWITCH           PIC X VALUE 'N'.
           88  YEARBOOK-IS-DRAFT  VALUE 'Y'.

       01  PAGE-NUMBER            PIC 9(4) VALUE 1.
       01  PAGE-NUMBER-DISP       PIC ZZZ9.
       01  LINE-COUNT             PIC 9(3) VALUE 0.
       01  LINES-PER-PAGE         PIC 9(3) VALUE 60.
       01  REPORT-LINES-WRITTEN   PIC 9(6) VALUE ZEROS.
       01  REPORT-LINE            PIC X(132) VALUE SPACES.
       01  DASH-LINE              PIC X(116) VALUE ALL '-'.

       01  MONTH-NAME-VALUES      PIC X(36)
               VALUE 'JanFebMarAprMayJunJulAugSepOctNovDec'.
       01  MONTH-NAME-TABLE REDEFINES MONTH-NAME-VALUES.
           05  MONTH-NAME         OCCURS 12 TIMES PIC X(3).
       01  MONTH-IDX              PIC 9(2) VALUE ZEROS.
       01  COL-POS                PIC 9(3) VALUE ZEROS.

      * One country's twelve month-end positions, and the column
      * totals across countries.
       01  MTH-COUNTRY            PIC X(50) VALUE SPACES.
       01  MTH-TABLE.
           05  MTH-ENTRY          OCCURS 12 TIMES.
               10  MTH-POSITION   PIC 9(9).
               10  MTH-SEEN       PIC X.
       01  MTH-TOTAL-TABLE.
           05  MTH-TOTAL          OCCURS 12 TIMES PIC 9(9).
       01  MTH-DAY-TABLE.
           05  MTH-DAY            OCCURS 12 TIMES PIC X(2).
       01  MTH-ANY-ROW-SW         PIC X VALUE 'N'.

       01  COUNT-DISP             PIC Z(6)9.
       01  COUNT-DISP-2           PIC Z(8)9.
       01  CHANGE-DISP            PIC +++++++9.
       01  PCT-WORK               PIC S9(5)V99 VALUE ZEROS.
       01  PCT-DISP               PIC +++++9,99.
       01  IND-DISP               PIC ZZZ9,99.
       01  IND-CHG-DISP           PIC +++9,99.
       01  CHECKSUM-DISP          PIC -(18)9.

       01  YOY-TOTAL-CUR          PIC 9(11) VALUE ZEROS.
       01  YOY-TOTAL-PRV          PIC 9(11) VALUE ZEROS.
       01  YOY-CHANGE             PIC S9(11) VALUE ZEROS.

       01  VOL-TOTALS.
           05  VOL-TOT-BATCHES    PIC 9(9) VALUE ZEROS.
           05  VOL-TOT-ROWS       PIC 9(9) VALUE ZEROS.
           05  VOL-TOT-CORR       PIC 9(9) VALUE ZEROS.
           05  VOL-TOT-MERGES     PIC 9(9) VALUE ZEROS.
           05  VOL-TOT-ERASED     PIC 9(9) VALUE ZEROS.

      * Closed years taken up front, so the verify pass can update
      * stat_year_close without a cursor open on it.
       01  VFY-YEAR-TABLE.
           05  VFY-YEAR           OCCURS 100 TIMES PIC 9(4).
       01  VFY-YEAR-COUNT         PIC 9(3) VALUE ZEROS.
       01  VFY-IDX                PIC 9(3) VALUE ZEROS.
       01  VFY-CHANGED-COUNT      PIC 9(3) VALUE ZEROS.
       01  VFY-TABLE-LABEL        PIC X(32) VALUE SPACES.

       01  LOCAL-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "JobRun.cpy".
       COPY "RptCat.cpy".
       COPY "PrivLog.cpy".
       COPY "OprVar.cpy".

       01  CLOSE-YEAR             PIC S9(4) COMP-5 VALUE ZERO.
       01  PRIOR-YEAR             PIC S9(4) COMP-5 VALUE ZERO.
       01  MONTH-HOST             PIC S9(4) COMP-5 VALUE ZERO.
       01  CLOSE-FOUND            PIC S9(9) COMP-5 VALUE ZERO.
       01  CLOSE-REF-DATE         PIC X(10) VALUE SPACES.
       01  CLOSE-CLOSED-BY        PIC X(10) VALUE SPACES.
       01  CLOSE-TICKET           PIC X(20) VALUE SPACES.
       01  CLOSE-CLOSED-AT        PIC X(16) VALUE SPACES.
       01  CLOSE-VERIFY-STATUS    PIC X(10) VALUE SPACES.
       01  CLOSE-REFUSALS         PIC S9(9) COMP-5 VALUE ZERO.
       01  CLOSE-YEARBOOK-FILE    PIC X(60) VALUE SPACES.

       01  CUR-MEASURES.
           05  CUR-GP-ROWS        PIC S9(9) COMP-5.
           05  CUR-GP-SUM         PIC S9(18) COMP-5.
           05  CUR-LD-ROWS        PIC S9(9) COMP-5.
           05  CUR-LD-SUM         PIC S9(18) COMP-5.
           05  CUR-DI-ROWS        PIC S9(9) COMP-5.
           05  CUR-DI-SUM         PIC S9(18) COMP-5.
           05  CUR-VOL-ROWS       PIC S9(9) COMP-5.
           05  CUR-VOL-SUM        PIC S9(18) COMP-5.

       01  SAV-MEASURES.
           05  SAV-GP-ROWS        PIC S9(9) COMP-5.
           05  SAV-GP-SUM         PIC S9(18) COMP-5.
           05  SAV-LD-ROWS        PIC S9(9) COMP-5.
           05  SAV-LD-SUM         PIC S9(18) COMP-5.
           05  SAV-DI-ROWS        PIC S9(9) COMP-5.
           05  SAV-DI-SUM         PIC S9(18) COMP-5.
           05  SAV-VOL-ROWS       PIC S9(9) COMP-5.
           05  SAV-VOL-SUM        PIC S9(18) COMP-5.

       01  SQL-POSITION-ROW.
           05  POS-COUNTRY        PIC X(50).
           05  POS-MONTH          PIC S9(4) COMP-5.
           05  POS-DAY            PIC X(2).
           05  POS-POPULATION     PIC S9(9) COMP-5.

       01  SQL-YOY-ROW.
           05  YOY-COUNTRY        PIC X(50).
           05  YOY-POP-CUR        PIC S9(9) COMP-5.
           05  YOY-POP-PRV        PIC S9(9) COMP-5.
           05  YOY-HAS-PRV        PIC X(1).

       01  SQL-INDICATOR-ROW.
           05  IND-COUNTRY        PIC X(50).
           05  IND-MEAN-AGE       PIC S9(3)V99 COMP-3.
           05  IND-DEP-RATIO      PIC S9(5)V99 COMP-3.
           05  IND-SEX-RATIO      PIC S9(5)V99 COMP-3.
           05  IND-SHARE-60-UP    PIC S9(3)V99 COMP-3.
           05  IND-MEAN-CHG       PIC S9(3)V99 COMP-3.
           05  IND-DEP-CHG        PIC S9(5)V99 COMP-3.
           05  IND-SEX-CHG        PIC S9(5)V99 COMP-3.
           05  IND-SHARE-CHG      PIC S9(3)V99 COMP-3.
           05  IND-HAS-PRV        PIC X(1).

       01  SQL-VOLUME-ROW.
           05  VOL-BATCHES        PIC S9(9) COMP-5.
           05  VOL-ROWS-LOADED    PIC S9(9) COMP-5.
           05  VOL-CORRECTIONS    PIC S9(9) COMP-5.
           05  VOL-MERGES         PIC S9(9) COMP-5.
           05  VOL-ERASURES       PIC S9(9) COMP-5.

       01  YEARBOOK-FILENAME      PIC X(60) VALUE SPACES.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LS-RETURN-CODE         PIC 9(4) COMP VALUE ZERO.
       01  LS-JOB-PARM            PIC X(100).

       PROCEDURE DIVISION USING LS-RETURN-CODE LS-JOB-PARM.
       1000-MAIN-START.
           MOVE 'YrClose' TO JRL-PROGRAM-NAME.
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
               WHEN 'VERIFY'
                   PERFORM 4001-VERIFY-CLOSED-YEARS
                       THRU 4001-VERIFY-CLOSED-YEARS-END
               WHEN 'CLOSE'
                   PERFORM 1040-CHECK-OPERATOR-RIGHT
                       THRU 1040-CHECK-OPERATOR-RIGHT-END
                   PERFORM 2001-CLOSE-YEAR
                       THRU 2001-CLOSE-YEAR-END
               WHEN 'YEARBOOK'
                   PERFORM 1040-CHECK-OPERATOR-RIGHT
                       THRU 1040-CHECK-OPERATOR-RIGHT-END
                   PERFORM 3001-PRINT-YEARBOOK
                       THRU 3001-PRINT-YEARBOOK-END
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
               INTO ACTION-PARM PRV-OPERATOR-ID PRV-TICKET-REF
                    YEAR-PARM
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ACTION-PARM) TO ACTION-PARM.

      *    The chain starts the job without a parm card.
           IF ACTION-PARM = SPACES
               MOVE 'VERIFY' TO ACTION-PARM
           END-IF.

           EVALUATE ACTION-PARM
               WHEN 'VERIFY'
                   CONTINUE
               WHEN 'CLOSE'
               WHEN 'YEARBOOK'
                   IF PRV-OPERATOR-ID = SPACES
                    OR PRV-TICKET-REF = SPACES
                       DISPLAY 'An operator id and a ticket/case '
                               'reference are required.'
                       PERFORM 1150-SHOW-USAGE
                           THRU 1150-SHOW-USAGE-END
                   END-IF
                   IF YEAR-PARM(1:4) IS NOT NUMERIC
                    OR YEAR-PARM(5:6) NOT = SPACES
                       DISPLAY 'The year must be given as YYYY.'
                       PERFORM 1150-SHOW-USAGE
                           THRU 1150-SHOW-USAGE-END
                   END-IF
                   MOVE YEAR-PARM(1:4) TO YEAR-NUM
                   MOVE YEAR-NUM TO CLOSE-YEAR
                   COMPUTE PRIOR-YEAR = CLOSE-YEAR - 1
                   MOVE YEAR-PARM(1:4) TO PRV-KEY-VALUE
               WHEN OTHER
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
           END-EVALUATE.
       1080-GET-RUN-PARMS-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: YrClose [VERIFY]'.
           DISPLAY '       YrClose CLOSE <operator> <ticket> <year>'.
           DISPLAY '       YrClose YEARBOOK <operator> <ticket> <year>'.
           MOVE 8 TO JRL-RETURN-CODE.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.
           EXEC SQL DISCONNECT ALL END-EXEC.
           MOVE 8 TO LS-RETURN-CODE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       1150-SHOW-USAGE-END.
      ******************************************************************
      * Closing locks figures for good, so it takes an EXECUTE right;
      * a yearbook reprint only reads.
       1040-CHECK-OPERATOR-RIGHT.
           MOVE 'YrClose' TO OPR-PROGRAM-NAME.
           IF ACTION-PARM = 'CLOSE'
               MOVE 'EXECUTE' TO OPR-MODE-NEEDED
           ELSE
               MOVE 'READ' TO OPR-MODE-NEEDED
           END-IF.
           COPY "OprChk.cpy".

           IF OPR-DENIED-FLAG = 'Y'
               MOVE 8 TO LS-RETURN-CODE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1040-CHECK-OPERATOR-RIGHT-END.
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

           MOVE 'YrClose' TO ERR-PROGRAM-NAME.
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
      * A year can be closed once it is over - on its last day only
      * after that night's run. The lock row, the yearbook and the
      * privileged-action entry are one unit of work.
       2001-CLOSE-YEAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           IF YEAR-NUM > WS-CURRENT-YEAR
            OR (YEAR-NUM = WS-CURRENT-YEAR
                AND (WS-CURRENT-MONTH NOT = 12
                     OR WS-CURRENT-DAY NOT = 31))
               DISPLAY '*** Year ' YEAR-NUM ' is not over - not '
                       'closed. ***'
               MOVE 8 TO JRL-RETURN-CODE
               GO TO 2001-CLOSE-YEAR-END
           END-IF.

           PERFORM 2050-READ-CLOSE-ROW
               THRU 2050-READ-CLOSE-ROW-END.

           IF CLOSE-FOUND > 0
               DISPLAY '*** Year ' YEAR-NUM ' was closed on '
                       CLOSE-CLOSED-AT ' by '
                       FUNCTION TRIM(CLOSE-CLOSED-BY)
                       ' - use YEARBOOK to reprint. ***'
               MOVE 8 TO JRL-RETURN-CODE
               GO TO 2001-CLOSE-YEAR-END
           END-IF.

           EXEC SQL
               SELECT COALESCE(TO_CHAR(MAX(run_date), 'YYYY-MM-DD'),
                               ' ')
               INTO :CLOSE-REF-DATE
               FROM gender_proportions_history
               WHERE EXTRACT(YEAR FROM run_date) = :CLOSE-YEAR
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF CLOSE-REF-DATE = SPACES
               DISPLAY '*** No statistics history for ' YEAR-NUM
                       ' - nothing to close. ***'
               MOVE 8 TO JRL-RETURN-CODE
               GO TO 2001-CLOSE-YEAR-END
           END-IF.

           PERFORM 2100-MEASURE-YEAR
               THRU 2100-MEASURE-YEAR-END.

           EXEC SQL
               INSERT INTO stat_year_close
                   (close_year, reference_date, closed_by,
                    ticket_ref, closed_at, gp_rows, gp_checksum,
                    ld_rows, ld_checksum, di_rows, di_checksum,
                    vol_rows, vol_checksum, verified_at,
                    verify_status)
               VALUES
                   (:CLOSE-YEAR, CAST(:CLOSE-REF-DATE AS DATE),
                    TRIM(:PRV-OPERATOR-ID), TRIM(:PRV-TICKET-REF),
                    CURRENT_TIMESTAMP, :CUR-GP-ROWS, :CUR-GP-SUM,
                    :CUR-LD-ROWS, :CUR-LD-SUM, :CUR-DI-ROWS,
                    :CUR-DI-SUM, :CUR-VOL-ROWS, :CUR-VOL-SUM,
                    CURRENT_TIMESTAMP, 'INTACT')
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           DISPLAY 'Statistics year ' YEAR-NUM ' closed - reference '
                   'date ' CLOSE-REF-DATE '.'.

           PERFORM 3001-PRINT-YEARBOOK
               THRU 3001-PRINT-YEARBOOK-END.

           EXEC SQL
               UPDATE stat_year_close
                  SET yearbook_file = TRIM(:YEARBOOK-FILENAME)
               WHERE close_year = :CLOSE-YEAR
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'YEAR-END CLOSE' TO PRV-ACTION-DESC.
           COMPUTE PRV-ROW-COUNT = CUR-GP-ROWS + CUR-LD-ROWS
               + CUR-DI-ROWS + CUR-VOL-ROWS.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           MOVE PRV-ROW-COUNT TO JRL-ROWS-READ.
           MOVE 1 TO JRL-ROWS-UPDATED.
       2001-CLOSE-YEAR-END.
      ******************************************************************
       2050-READ-CLOSE-ROW.
           MOVE SPACES TO CLOSE-CLOSED-BY CLOSE-TICKET
                          CLOSE-CLOSED-AT CLOSE-VERIFY-STATUS.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(MAX(TO_CHAR(reference_date,
                                           'YYYY-MM-DD')), ' '),
                      COALESCE(MAX(closed_by), ' '),
                      COALESCE(MAX(ticket_ref), ' '),
                      COALESCE(MAX(TO_CHAR(closed_at,
                                           'YYYY-MM-DD HH24:MI')), ' '),
                      COALESCE(MAX(verify_status), ' '),
                      COALESCE(MAX(gp_rows), 0),
                      COALESCE(MAX(gp_checksum), 0),
                      COALESCE(MAX(ld_rows), 0),
                      COALESCE(MAX(ld_checksum), 0),
                      COALESCE(MAX(di_rows), 0),
                      COALESCE(MAX(di_checksum), 0),
                      COALESCE(MAX(vol_rows), 0),
                      COALESCE(MAX(vol_checksum), 0)
               INTO :CLOSE-FOUND, :CLOSE-REF-DATE, :CLOSE-CLOSED-BY,
                    :CLOSE-TICKET, :CLOSE-CLOSED-AT,
                    :CLOSE-VERIFY-STATUS,
                    :SAV-GP-ROWS, :SAV-GP-SUM, :SAV-LD-ROWS,
                    :SAV-LD-SUM, :SAV-DI-ROWS, :SAV-DI-SUM,
                    :SAV-VOL-ROWS, :SAV-VOL-SUM
               FROM stat_year_close
               WHERE close_year = :CLOSE-YEAR
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :CLOSE-REFUSALS
               FROM stat_close_refusal
               WHERE close_year = :CLOSE-YEAR
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       2050-READ-CLOSE-ROW-END.
      ******************************************************************
      * Row count and a 32-bit-slice MD5 sum over every column of the
      * year's rows, per history table - the same order-independent
      * measure Seal takes of databank.
       2100-MEASURE-YEAR.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CAST(CAST('x' || SUBSTRING(
                          MD5(CAST(t.run_date AS VARCHAR) || '|' ||
                              COALESCE(t.country, '') || '|' ||
                              COALESCE(CAST(t.min_age AS VARCHAR), '')
                              || '|' ||
                              COALESCE(CAST(t.max_age AS VARCHAR), '')
                              || '|' ||
                              COALESCE(CAST(t.median_age AS VARCHAR),
                                       '') || '|' ||
                              COALESCE(CAST(t.male_proportion
                                            AS VARCHAR), '') || '|' ||
                              COALESCE(CAST(t.female_proportion
                                            AS VARCHAR), '') || '|' ||
                              COALESCE(CAST(t.other_proportion
                                            AS VARCHAR), '') || '|' ||
                              COALESCE(CAST(t.bracket_0_17
                                            AS VARCHAR), '') || '|' ||
                              COALESCE(CAST(t.bracket_18_34
                                            AS VARCHAR), '') || '|' ||
                              COALESCE(CAST(t.bracket_35_59
                                            AS VARCHAR), '') || '|' ||
                              COALESCE(CAST(t.bracket_60_up
                                            AS VARCHAR), '')),
                          1, 8) AS BIT(32)) AS INTEGER)), 0)
               INTO :CUR-GP-ROWS, :CUR-GP-SUM
               FROM gender_proportions_history t
               WHERE EXTRACT(YEAR FROM t.run_date) = :CLOSE-YEAR
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CAST(CAST('x' || SUBSTRING(
                          MD5(CAST(t.run_date AS VARCHAR) || '|' ||
                              COALESCE(t.country, '') || '|' ||
                              COALESCE(t.spoken, '') || '|' ||
                              COALESCE(CAST(t.proportion AS VARCHAR),
                                       '')),
                          1, 8) AS BIT(32)) AS INTEGER)), 0)
               INTO :CUR-LD-ROWS, :CUR-LD-SUM
               FROM language_distribution_history t
               WHERE EXTRACT(YEAR FROM t.run_date) = :CLOSE-YEAR
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CAST(CAST('x' || SUBSTRING(
                          MD5(CAST(t.run_date AS VARCHAR) || '|' ||
                              COALESCE(t.country, '') || '|' ||
                              COALESCE(CAST(t.mean_age AS VARCHAR), '')
                              || '|' ||
                              COALESCE(CAST(t.dependency_ratio
                                            AS VARCHAR), '') || '|' ||
                              COALESCE(CAST(t.sex_ratio AS VARCHAR),
                                       '') || '|' ||
                              COALESCE(CAST(t.share_60_up
                                            AS VARCHAR), '')),
                          1, 8) AS BIT(32)) AS INTEGER)), 0)
               INTO :CUR-DI-ROWS, :CUR-DI-SUM
               FROM demographic_indicators_history t
               WHERE EXTRACT(YEAR FROM t.run_date) = :CLOSE-YEAR
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CAST(CAST('x' || SUBSTRING(
                          MD5(CAST(t.run_date AS VARCHAR) || '|' ||
                              COALESCE(t.country_code, '') || '|' ||
                              COALESCE(t.gender, '') || '|' ||
                              COALESCE(CAST(t.row_count AS VARCHAR),
                                       '')),
                          1, 8) AS BIT(32)) AS INTEGER)), 0)
               INTO :CUR-VOL-ROWS, :CUR-VOL-SUM
               FROM volume_history t
               WHERE EXTRACT(YEAR FROM t.run_date) = :CLOSE-YEAR
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       2100-MEASURE-YEAR-END.
      ******************************************************************
      * The yearbook: month-end positions, year-over-year changes,
      * the full-year indicators, the year's data volumes, and the
      * sign-off page. Printed from the history tables, so a reprint
      * of a closed year gives the same figures as the original.
       3001-PRINT-YEARBOOK.
           PERFORM 2050-READ-CLOSE-ROW
               THRU 2050-READ-CLOSE-ROW-END.

           IF CLOSE-FOUND = 0
               SET YEARBOOK-IS-DRAFT TO TRUE
               EXEC SQL
                   SELECT COALESCE(TO_CHAR(MAX(run_date),
                                           'YYYY-MM-DD'), ' ')
                   INTO :CLOSE-REF-DATE
                   FROM gender_proportions_history
                   WHERE EXTRACT(YEAR FROM run_date) = :CLOSE-YEAR
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           PERFORM 3050-OPEN-YEARBOOK-FILE
               THRU 3050-OPEN-YEARBOOK-FILE-END.

           PERFORM 3100-WRITE-MONTH-END-POSITIONS
               THRU 3100-WRITE-MONTH-END-POSITIONS-END.

           PERFORM 3200-WRITE-YEAR-OVER-YEAR
               THRU 3200-WRITE-YEAR-OVER-YEAR-END.

           PERFORM 3300-WRITE-INDICATORS
               THRU 3300-WRITE-INDICATORS-END.

           PERFORM 3400-WRITE-VOLUMES
               THRU 3400-WRITE-VOLUMES-END.

           PERFORM 3900-WRITE-SIGN-OFF
               THRU 3900-WRITE-SIGN-OFF-END.

           CLOSE YEARBOOK-REPORT-FILE.
           DISPLAY 'Yearbook written: '
                   FUNCTION TRIM(YEARBOOK-FILENAME).

           MOVE 'YrClose' TO CAT-PROGRAM-NAME.
           MOVE YEARBOOK-FILENAME TO CAT-FILE-NAME.
           MOVE REPORT-LINES-WRITTEN TO CAT-LINE-COUNT.
           MOVE PAGE-NUMBER TO CAT-PAGE-COUNT.
           PERFORM 8910-REGISTER-REPORT
               THRU 8910-REGISTER-REPORT-END.
       3001-PRINT-YEARBOOK-END.
      ******************************************************************
       3050-OPEN-YEARBOOK-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           MOVE SPACES TO YEARBOOK-FILENAME.
           STRING 'YEARBOOK_' DELIMITED BY SIZE
                  YEAR-NUM DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO YEARBOOK-FILENAME.

           OPEN OUTPUT YEARBOOK-REPORT-FILE.
           MOVE 0 TO LINE-COUNT.
           MOVE 1 TO PAGE-NUMBER.
           PERFORM 1300-PRINT-PAGE-HEADER
               THRU 1300-PRINT-PAGE-HEADER-END.

           MOVE SPACES TO REPORT-LINE.
           IF YEARBOOK-IS-DRAFT
               STRING 'DRAFT - year not closed; figures may still '
                          DELIMITED BY SIZE
                      'change. Not for sign-off.' DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING 'Closed ' DELIMITED BY SIZE
                      CLOSE-CLOSED-AT DELIMITED BY SIZE
                      ' by ' DELIMITED BY SIZE
                      FUNCTION TRIM(CLOSE-CLOSED-BY) DELIMITED BY SIZE
                      ' (ticket ' DELIMITED BY SIZE
                      FUNCTION TRIM(CLOSE-TICKET) DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Year-end reference date: ' DELIMITED BY SIZE
                  CLOSE-REF-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
       3050-OPEN-YEARBOOK-FILE-END.
      ******************************************************************
      * Each month's position is the last run of the month; the day
      * row shows which date that was. A month without a run shows
      * '-'.
       3100-WRITE-MONTH-END-POSITIONS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE '1. Month-end population by country' TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           MOVE 'Country' TO REPORT-LINE(1:20).
           MOVE 22 TO COL-POS.
           PERFORM VARYING MONTH-IDX FROM 1 BY 1 UNTIL MONTH-IDX > 12
               MOVE MONTH-NAME(MONTH-IDX) TO REPORT-LINE(COL-POS + 4:3)
               ADD 8 TO COL-POS
           END-PERFORM.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO MTH-DAY-TABLE MTH-COUNTRY.
           MOVE ZEROS TO MTH-TOTAL-TABLE.
           MOVE 'N' TO MTH-ANY-ROW-SW.
           PERFORM 3150-CLEAR-MONTH-ROW
               THRU 3150-CLEAR-MONTH-ROW-END.

           EXEC SQL DECLARE POS_CUR CURSOR FOR
               SELECT h.country,
                      CAST(EXTRACT(MONTH FROM h.run_date) AS INTEGER),
                      TO_CHAR(h.run_date, 'DD'),
                      COALESCE(h.bracket_0_17, 0)
                      + COALESCE(h.bracket_18_34, 0)
                      + COALESCE(h.bracket_35_59, 0)
                      + COALESCE(h.bracket_60_up, 0)
               FROM gender_proportions_history h
               WHERE h.run_date IN
                     (SELECT MAX(m.run_date)
                        FROM gender_proportions_history m
                       WHERE EXTRACT(YEAR FROM m.run_date) =
                             :CLOSE-YEAR
                       GROUP BY EXTRACT(MONTH FROM m.run_date))
               ORDER BY h.country, 2
           END-EXEC.

           EXEC SQL OPEN POS_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH POS_CUR
                   INTO :POS-COUNTRY, :POS-MONTH, :POS-DAY,
                        :POS-POPULATION
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       IF MTH-ANY-ROW-SW = 'Y'
                        AND POS-COUNTRY NOT = MTH-COUNTRY
                           PERFORM 3160-WRITE-MONTH-ROW
                               THRU 3160-WRITE-MONTH-ROW-END
                       END-IF
                       MOVE 'Y' TO MTH-ANY-ROW-SW
                       MOVE POS-COUNTRY TO MTH-COUNTRY
                       IF POS-MONTH >= 1 AND POS-MONTH <= 12
                           MOVE POS-POPULATION
                               TO MTH-POSITION(POS-MONTH)
                           MOVE 'Y' TO MTH-SEEN(POS-MONTH)
                           MOVE POS-DAY TO MTH-DAY(POS-MONTH)
                           ADD POS-POPULATION TO MTH-TOTAL(POS-MONTH)
                       END-IF
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE POS_CUR END-EXEC.

           IF MTH-ANY-ROW-SW = 'Y'
               PERFORM 3160-WRITE-MONTH-ROW
                   THRU 3160-WRITE-MONTH-ROW-END
           END-IF.

           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           MOVE 'Total' TO REPORT-LINE(1:20).
           MOVE 22 TO COL-POS.
           PERFORM VARYING MONTH-IDX FROM 1 BY 1 UNTIL MONTH-IDX > 12
               IF MTH-DAY(MONTH-IDX) = SPACES
                   MOVE '-' TO REPORT-LINE(COL-POS + 6:1)
               ELSE
                   MOVE MTH-TOTAL(MONTH-IDX) TO COUNT-DISP
                   MOVE COUNT-DISP TO REPORT-LINE(COL-POS:7)
               END-IF
               ADD 8 TO COL-POS
           END-PERFORM.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           MOVE 'Run day' TO REPORT-LINE(1:20).
           MOVE 22 TO COL-POS.
           PERFORM VARYING MONTH-IDX FROM 1 BY 1 UNTIL MONTH-IDX > 12
               IF MTH-DAY(MONTH-IDX) = SPACES
                   MOVE '-' TO REPORT-LINE(COL-POS + 6:1)
               ELSE
                   MOVE MTH-DAY(MONTH-IDX) TO REPORT-LINE(COL-POS + 5:2)
               END-IF
               ADD 8 TO COL-POS
           END-PERFORM.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
       3100-WRITE-MONTH-END-POSITIONS-END.
      ******************************************************************
       3150-CLEAR-MONTH-ROW.
           PERFORM VARYING MONTH-IDX FROM 1 BY 1 UNTIL MONTH-IDX > 12
               MOVE ZEROS TO MTH-POSITION(MONTH-IDX)
               MOVE 'N' TO MTH-SEEN(MONTH-IDX)
           END-PERFORM.
       3150-CLEAR-MONTH-ROW-END.
      ******************************************************************
       3160-WRITE-MONTH-ROW.
           MOVE SPACES TO REPORT-LINE.
           MOVE MTH-COUNTRY(1:20) TO REPORT-LINE(1:20).
           MOVE 22 TO COL-POS.
           PERFORM VARYING MONTH-IDX FROM 1 BY 1 UNTIL MONTH-IDX > 12
               IF MTH-SEEN(MONTH-IDX) = 'Y'
                   MOVE MTH-POSITION(MONTH-IDX) TO COUNT-DISP
                   MOVE COUNT-DISP TO REPORT-LINE(COL-POS:7)
               ELSE
                   MOVE '-' TO REPORT-LINE(COL-POS + 6:1)
               END-IF
               ADD 8 TO COL-POS
           END-PERFORM.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           PERFORM 3150-CLEAR-MONTH-ROW
               THRU 3150-CLEAR-MONTH-ROW-END.
       3160-WRITE-MONTH-ROW-END.
      ******************************************************************
      * Year-end position against the previous year-end, each taken
      * at the last run of its year.
       3200-WRITE-YEAR-OVER-YEAR.
           PERFORM 1400-NEW-PAGE
               THRU 1400-NEW-PAGE-END.
           MOVE '2. Year-over-year change at year end' TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Country               Prior year-end'
                      DELIMITED BY SIZE
                  '    Year-end    Change   Change %'
                      DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE ZEROS TO YOY-TOTAL-CUR YOY-TOTAL-PRV.

           EXEC SQL DECLARE YOY_CUR CURSOR FOR
               SELECT COALESCE(c.country, p.country),
                      COALESCE(c.pop, 0), COALESCE(p.pop, 0),
                      CASE WHEN p.country IS NULL THEN 'N'
                           ELSE 'Y' END
               FROM (SELECT h.country,
                            COALESCE(h.bracket_0_17, 0)
                            + COALESCE(h.bracket_18_34, 0)
                            + COALESCE(h.bracket_35_59, 0)
                            + COALESCE(h.bracket_60_up, 0) AS pop
                       FROM gender_proportions_history h
                      WHERE h.run_date =
                            (SELECT MAX(m.run_date)
                               FROM gender_proportions_history m
                              WHERE EXTRACT(YEAR FROM m.run_date) =
                                    :CLOSE-YEAR)) c
               FULL JOIN
                    (SELECT h.country,
                            COALESCE(h.bracket_0_17, 0)
                            + COALESCE(h.bracket_18_34, 0)
                            + COALESCE(h.bracket_35_59, 0)
                            + COALESCE(h.bracket_60_up, 0) AS pop
                       FROM gender_proportions_history h
                      WHERE h.run_date =
                            (SELECT MAX(m.run_date)
                               FROM gender_proportions_history m
                              WHERE EXTRACT(YEAR FROM m.run_date) =
                                    :PRIOR-YEAR)) p
                 ON p.country = c.country
               ORDER BY 1
           END-EXEC.

           EXEC SQL OPEN YOY_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH YOY_CUR
                   INTO :YOY-COUNTRY, :YOY-POP-CUR, :YOY-POP-PRV,
                        :YOY-HAS-PRV
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 3250-WRITE-ONE-YOY-ROW
                           THRU 3250-WRITE-ONE-YOY-ROW-END
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE YOY_CUR END-EXEC.

           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE 'Total' TO YOY-COUNTRY.
           MOVE YOY-TOTAL-CUR TO YOY-POP-CUR.
           MOVE YOY-TOTAL-PRV TO YOY-POP-PRV.
           MOVE 'Y' TO YOY-HAS-PRV.
           PERFORM 3260-FORMAT-YOY-LINE
               THRU 3260-FORMAT-YOY-LINE-END.
       3200-WRITE-YEAR-OVER-YEAR-END.
      ******************************************************************
       3250-WRITE-ONE-YOY-ROW.
           ADD YOY-POP-CUR TO YOY-TOTAL-CUR.
           ADD YOY-POP-PRV TO YOY-TOTAL-PRV.
           PERFORM 3260-FORMAT-YOY-LINE
               THRU 3260-FORMAT-YOY-LINE-END.
       3250-WRITE-ONE-YOY-ROW-END.
      ******************************************************************
       3260-FORMAT-YOY-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE YOY-COUNTRY(1:20) TO REPORT-LINE(1:20).
           IF YOY-HAS-PRV = 'Y'
               MOVE YOY-POP-PRV TO COUNT-DISP-2
               MOVE COUNT-DISP-2 TO REPORT-LINE(27:9)
           ELSE
               MOVE '-' TO REPORT-LINE(35:1)
           END-IF.
           MOVE YOY-POP-CUR TO COUNT-DISP-2.
           MOVE COUNT-DISP-2 TO REPORT-LINE(39:9).

           COMPUTE YOY-CHANGE = YOY-POP-CUR - YOY-POP-PRV.
           IF YOY-HAS-PRV = 'Y'
               MOVE YOY-CHANGE TO CHANGE-DISP
               MOVE CHANGE-DISP TO REPORT-LINE(50:8)
               IF YOY-POP-PRV > 0
                   COMPUTE PCT-WORK ROUNDED =
                       YOY-CHANGE * 100 / YOY-POP-PRV
                   MOVE PCT-WORK TO PCT-DISP
                   MOVE PCT-DISP TO REPORT-LINE(60:9)
               END-IF
           ELSE
               MOVE 'new' TO REPORT-LINE(55:3)
           END-IF.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
       3260-FORMAT-YOY-LINE-END.
      ******************************************************************
      * The indicators GenRpt publishes, as they stood at the year's
      * last run, with the change on the previous year-end.
       3300-WRITE-INDICATORS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE '3. Demographic indicators at year end (change on prior
      -        ' year)' TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Country              Mean age   chg'
                      DELIMITED BY SIZE
                  '  Dependency   chg  Sex ratio   chg'
                      DELIMITED BY SIZE
                  '  60+ share   chg' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           EXEC SQL DECLARE IND_CUR CURSOR FOR
               SELECT c.country,
                      COALESCE(c.mean_age, 0),
                      COALESCE(c.dependency_ratio, 0),
                      COALESCE(c.sex_ratio, 0),
                      COALESCE(c.share_60_up, 0),
                      COALESCE(c.mean_age - p.mean_age, 0),
                      COALESCE(c.dependency_ratio
                               - p.dependency_ratio, 0),
                      COALESCE(c.sex_ratio - p.sex_ratio, 0),
                      COALESCE(c.share_60_up - p.share_60_up, 0),
                      CASE WHEN p.country IS NULL THEN 'N'
                           ELSE 'Y' END
               FROM demographic_indicators_history c
               LEFT JOIN demographic_indicators_history p
                 ON p.country = c.country
                AND p.run_date =
                    (SELECT MAX(y.run_date)
                       FROM demographic_indicators_history y
                      WHERE EXTRACT(YEAR FROM y.run_date) =
                            :PRIOR-YEAR)
               WHERE c.run_date =
                     (SELECT MAX(x.run_date)
                        FROM demographic_indicators_history x
                       WHERE EXTRACT(YEAR FROM x.run_date) =
                             :CLOSE-YEAR)
               ORDER BY c.country
           END-EXEC.

           EXEC SQL OPEN IND_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH IND_CUR
                   INTO :IND-COUNTRY, :IND-MEAN-AGE, :IND-DEP-RATIO,
                        :IND-SEX-RATIO, :IND-SHARE-60-UP,
                        :IND-MEAN-CHG, :IND-DEP-CHG, :IND-SEX-CHG,
                        :IND-SHARE-CHG, :IND-HAS-PRV
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 3350-WRITE-ONE-INDICATOR
                           THRU 3350-WRITE-ONE-INDICATOR-END
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE IND_CUR END-EXEC.
       3300-WRITE-INDICATORS-END.
      ******************************************************************
       3350-WRITE-ONE-INDICATOR.
           MOVE SPACES TO REPORT-LINE.
           MOVE IND-COUNTRY(1:20) TO REPORT-LINE(1:20).

           MOVE IND-MEAN-AGE TO IND-DISP.
           MOVE IND-DISP TO REPORT-LINE(23:7).
           MOVE IND-DEP-RATIO TO IND-DISP.
           MOVE IND-DISP TO REPORT-LINE(41:7).
           MOVE IND-SEX-RATIO TO IND-DISP.
           MOVE IND-DISP TO REPORT-LINE(58:7).
           MOVE IND-SHARE-60-UP TO IND-DISP.
           MOVE IND-DISP TO REPORT-LINE(75:7).

           IF IND-HAS-PRV = 'Y'
               MOVE IND-MEAN-CHG TO IND-CHG-DISP
               MOVE IND-CHG-DISP TO REPORT-LINE(30:7)
               MOVE IND-DEP-CHG TO IND-CHG-DISP
               MOVE IND-CHG-DISP TO REPORT-LINE(48:7)
               MOVE IND-SEX-CHG TO IND-CHG-DISP
               MOVE IND-CHG-DISP TO REPORT-LINE(65:7)
               MOVE IND-SHARE-CHG TO IND-CHG-DISP
               MOVE IND-CHG-DISP TO REPORT-LINE(82:7)
           END-IF.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
       3350-WRITE-ONE-INDICATOR-END.
      ******************************************************************
      * What went through the databank in the year: loads (net of
      * back-outs), corrections (journalled updates other than
      * merges and erasures), merges, and erasures.
       3400-WRITE-VOLUMES.
           PERFORM 1400-NEW-PAGE
               THRU 1400-NEW-PAGE-END.
           MOVE '4. Data volumes during the year' TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Month    Loads  Rows loaded  Corrections'
                      DELIMITED BY SIZE
                  '     Merges  Erasures' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE ZEROS TO VOL-TOTALS.
           PERFORM VARYING MONTH-IDX FROM 1 BY 1 UNTIL MONTH-IDX > 12
               PERFORM 3450-WRITE-ONE-MONTH-VOLUME
                   THRU 3450-WRITE-ONE-MONTH-VOLUME-END
           END-PERFORM.

           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE VOL-TOT-BATCHES TO VOL-BATCHES.
           MOVE VOL-TOT-ROWS TO VOL-ROWS-LOADED.
           MOVE VOL-TOT-CORR TO VOL-CORRECTIONS.
           MOVE VOL-TOT-MERGES TO VOL-MERGES.
           MOVE VOL-TOT-ERASED TO VOL-ERASURES.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'Year' TO REPORT-LINE(1:5).
           PERFORM 3460-FORMAT-VOLUME-LINE
               THRU 3460-FORMAT-VOLUME-LINE-END.
       3400-WRITE-VOLUMES-END.
      ******************************************************************
       3450-WRITE-ONE-MONTH-VOLUME.
           MOVE MONTH-IDX TO MONTH-HOST.

           EXEC SQL
               SELECT
                   (SELECT COUNT(*) FROM load_batch b
                     WHERE b.backed_out_at IS NULL
                       AND EXTRACT(YEAR FROM b.loaded_at) = :CLOSE-YEAR
                       AND EXTRACT(MONTH FROM b.loaded_at) =
                           :MONTH-HOST),
                   (SELECT COALESCE(SUM(b.rows_loaded), 0)
                      FROM load_batch b
                     WHERE b.backed_out_at IS NULL
                       AND EXTRACT(YEAR FROM b.loaded_at) = :CLOSE-YEAR
                       AND EXTRACT(MONTH FROM b.loaded_at) =
                           :MONTH-HOST),
                   (SELECT COUNT(*) FROM databank_change_journal j
                     WHERE j.change_type = 'U'
                       AND COALESCE(j.program_name, ' ')
                           NOT IN ('Erase', 'DupMerge', 'UnMerge')
                       AND EXTRACT(YEAR FROM j.changed_at) =
                           :CLOSE-YEAR
                       AND EXTRACT(MONTH FROM j.changed_at) =
                           :MONTH-HOST),
                   (SELECT COUNT(*) FROM merge_audit m
                     WHERE EXTRACT(YEAR FROM m.merged_at) = :CLOSE-YEAR
                       AND EXTRACT(MONTH FROM m.merged_at) =
                           :MONTH-HOST),
                   (SELECT COUNT(*) FROM databank_change_journal j
                     WHERE j.program_name = 'Erase'
                       AND EXTRACT(YEAR FROM j.changed_at) =
                           :CLOSE-YEAR
                       AND EXTRACT(MONTH FROM j.changed_at) =
                           :MONTH-HOST)
               INTO :VOL-BATCHES, :VOL-ROWS-LOADED, :VOL-CORRECTIONS,
                    :VOL-MERGES, :VOL-ERASURES
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           ADD VOL-BATCHES TO VOL-TOT-BATCHES.
           ADD VOL-ROWS-LOADED TO VOL-TOT-ROWS.
           ADD VOL-CORRECTIONS TO VOL-TOT-CORR.
           ADD VOL-MERGES TO VOL-TOT-MERGES.
           ADD VOL-ERASURES TO VOL-TOT-ERASED.

           MOVE SPACES TO REPORT-LINE.
           MOVE MONTH-NAME(MONTH-IDX) TO REPORT-LINE(1:3).
           PERFORM 3460-FORMAT-VOLUME-LINE
               THRU 3460-FORMAT-VOLUME-LINE-END.
       3450-WRITE-ONE-MONTH-VOLUME-END.
      ******************************************************************
       3460-FORMAT-VOLUME-LINE.
           MOVE VOL-BATCHES TO COUNT-DISP.
           MOVE COUNT-DISP TO REPORT-LINE(7:7).
           MOVE VOL-ROWS-LOADED TO COUNT-DISP-2.
           MOVE COUNT-DISP-2 TO REPORT-LINE(16:9).
           MOVE VOL-CORRECTIONS TO COUNT-DISP-2.
           MOVE COUNT-DISP-2 TO REPORT-LINE(29:9).
           MOVE VOL-MERGES TO COUNT-DISP-2.
           MOVE COUNT-DISP-2 TO REPORT-LINE(40:9).
           MOVE VOL-ERASURES TO COUNT-DISP-2.
           MOVE COUNT-DISP-2 TO REPORT-LINE(50:9).
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
       3460-FORMAT-VOLUME-LINE-END.
      ******************************************************************
      * The lock evidence the auditors check against VERIFY later,
      * and the signatures. A draft gets no signature block.
       3900-WRITE-SIGN-OFF.
           PERFORM 1400-NEW-PAGE
               THRU 1400-NEW-PAGE-END.
           MOVE '5. Year-end close and sign-off' TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           IF YEARBOOK-IS-DRAFT
               MOVE 'DRAFT - the year is not closed; there is nothing to
      -            ' sign off.' TO REPORT-LINE
               PERFORM 1200-WRITE-REPORT-LINE
                   THRU 1200-WRITE-REPORT-LINE-END
               GO TO 3900-WRITE-SIGN-OFF-END
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Year ' DELIMITED BY SIZE
                  YEAR-NUM DELIMITED BY SIZE
                  ' closed ' DELIMITED BY SIZE
                  CLOSE-CLOSED-AT DELIMITED BY SIZE
                  ' by ' DELIMITED BY SIZE
                  FUNCTION TRIM(CLOSE-CLOSED-BY) DELIMITED BY SIZE
                  ', ticket ' DELIMITED BY SIZE
                  FUNCTION TRIM(CLOSE-TICKET) DELIMITED BY SIZE
                  '; reference date ' DELIMITED BY SIZE
                  CLOSE-REF-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE 'Locked history rows and checksums:' TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE 'gender_proportions_history' TO VFY-TABLE-LABEL.
           MOVE SAV-GP-ROWS TO COUNT-DISP-2.
           MOVE SAV-GP-SUM TO CHECKSUM-DISP.
           PERFORM 3950-WRITE-LOCK-LINE
               THRU 3950-WRITE-LOCK-LINE-END.
           MOVE 'language_distribution_history' TO VFY-TABLE-LABEL.
           MOVE SAV-LD-ROWS TO COUNT-DISP-2.
           MOVE SAV-LD-SUM TO CHECKSUM-DISP.
           PERFORM 3950-WRITE-LOCK-LINE
               THRU 3950-WRITE-LOCK-LINE-END.
           MOVE 'demographic_indicators_history' TO VFY-TABLE-LABEL.
           MOVE SAV-DI-ROWS TO COUNT-DISP-2.
           MOVE SAV-DI-SUM TO CHECKSUM-DISP.
           PERFORM 3950-WRITE-LOCK-LINE
               THRU 3950-WRITE-LOCK-LINE-END.
           MOVE 'volume_history' TO VFY-TABLE-LABEL.
           MOVE SAV-VOL-ROWS TO COUNT-DISP-2.
           MOVE SAV-VOL-SUM TO CHECKSUM-DISP.
           PERFORM 3950-WRITE-LOCK-LINE
               THRU 3950-WRITE-LOCK-LINE-END.

           MOVE CLOSE-REFUSALS TO COUNT-DISP-2.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Last verification: ' DELIMITED BY SIZE
                  CLOSE-VERIFY-STATUS DELIMITED BY SIZE
                  '  refused writes since the close: '
                      DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP-2) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE 'The figures in this yearbook are the closed year-end
      -        ' statistics.' TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE 'Prepared by (statistics)' TO VFY-TABLE-LABEL.
           PERFORM 3960-WRITE-SIGNATURE-BLOCK
               THRU 3960-WRITE-SIGNATURE-BLOCK-END.
           MOVE 'Approved by (head of statistics)' TO VFY-TABLE-LABEL.
           PERFORM 3960-WRITE-SIGNATURE-BLOCK
               THRU 3960-WRITE-SIGNATURE-BLOCK-END.
           MOVE 'Reviewed by (audit)' TO VFY-TABLE-LABEL.
           PERFORM 3960-WRITE-SIGNATURE-BLOCK
               THRU 3960-WRITE-SIGNATURE-BLOCK-END.
       3900-WRITE-SIGN-OFF-END.
      ******************************************************************
       3950-WRITE-LOCK-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '    ' DELIMITED BY SIZE
                  VFY-TABLE-LABEL DELIMITED BY SIZE
                  ' rows ' DELIMITED BY SIZE
                  COUNT-DISP-2 DELIMITED BY SIZE
                  '  checksum ' DELIMITED BY SIZE
                  CHECKSUM-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
       3950-WRITE-LOCK-LINE-END.
      ******************************************************************
       3960-WRITE-SIGNATURE-BLOCK.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE VFY-TABLE-LABEL TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE 'Name: ______________________________' TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE 'Signature: _________________________' TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE 'Date: ______________________________' TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
       3960-WRITE-SIGNATURE-BLOCK-END.
      ******************************************************************
      * Every closed year is measured again and compared with what
      * was recorded at the close. A difference means a closed figure
      * was changed outside the programs (they refuse to) - reported
      * loudly and graded as a warning, as Seal does for databank.
       4001-VERIFY-CLOSED-YEARS.
           MOVE ZEROS TO VFY-YEAR-COUNT VFY-CHANGED-COUNT.

           EXEC SQL DECLARE VFY_CUR CURSOR FOR
               SELECT close_year
               FROM stat_year_close
               ORDER BY close_year
           END-EXEC.

           EXEC SQL OPEN VFY_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH VFY_CUR INTO :CLOSE-YEAR
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       IF VFY-YEAR-COUNT < 100
                           ADD 1 TO VFY-YEAR-COUNT
                           MOVE CLOSE-YEAR TO VFY-YEAR(VFY-YEAR-COUNT)
                       END-IF
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE VFY_CUR END-EXEC.

           IF VFY-YEAR-COUNT = 0
               DISPLAY 'No closed statistics year to verify.'
               GO TO 4001-VERIFY-CLOSED-YEARS-END
           END-IF.

           PERFORM VARYING VFY-IDX FROM 1 BY 1
                   UNTIL VFY-IDX > VFY-YEAR-COUNT
               PERFORM 4100-VERIFY-ONE-YEAR
                   THRU 4100-VERIFY-ONE-YEAR-END
           END-PERFORM.

           MOVE VFY-YEAR-COUNT TO JRL-ROWS-READ.
           MOVE VFY-CHANGED-COUNT TO JRL-ROWS-REJECTED.
           IF VFY-CHANGED-COUNT > 0
               MOVE 4 TO JRL-RETURN-CODE
           END-IF.
       4001-VERIFY-CLOSED-YEARS-END.
      ******************************************************************
       4100-VERIFY-ONE-YEAR.
           MOVE VFY-YEAR(VFY-IDX) TO CLOSE-YEAR YEAR-NUM.

           PERFORM 2050-READ-CLOSE-ROW
               THRU 2050-READ-CLOSE-ROW-END.
           PERFORM 2100-MEASURE-YEAR
               THRU 2100-MEASURE-YEAR-END.

           MOVE 'INTACT' TO CLOSE-VERIFY-STATUS.

           IF CUR-GP-ROWS NOT = SAV-GP-ROWS
            OR CUR-GP-SUM NOT = SAV-GP-SUM
               MOVE 'gender_proportions_history' TO VFY-TABLE-LABEL
               PERFORM 4150-REPORT-CHANGED-TABLE
                   THRU 4150-REPORT-CHANGED-TABLE-END
           END-IF.
           IF CUR-LD-ROWS NOT = SAV-LD-ROWS
            OR CUR-LD-SUM NOT = SAV-LD-SUM
               MOVE 'language_distribution_history' TO VFY-TABLE-LABEL
               PERFORM 4150-REPORT-CHANGED-TABLE
                   THRU 4150-REPORT-CHANGED-TABLE-END
           END-IF.
           IF CUR-DI-ROWS NOT = SAV-DI-ROWS
            OR CUR-DI-SUM NOT = SAV-DI-SUM
               MOVE 'demographic_indicators_history'
                   TO VFY-TABLE-LABEL
               PERFORM 4150-REPORT-CHANGED-TABLE
                   THRU 4150-REPORT-CHANGED-TABLE-END
           END-IF.
           IF CUR-VOL-ROWS NOT = SAV-VOL-ROWS
            OR CUR-VOL-SUM NOT = SAV-VOL-SUM
               MOVE 'volume_history' TO VFY-TABLE-LABEL
               PERFORM 4150-REPORT-CHANGED-TABLE
                   THRU 4150-REPORT-CHANGED-TABLE-END
           END-IF.

           IF CLOSE-VERIFY-STATUS = 'CHANGED'
               ADD 1 TO VFY-CHANGED-COUNT
           ELSE
               DISPLAY 'Statistics year ' YEAR-NUM
                       ' intact since its close.'
           END-IF.

           EXEC SQL
               UPDATE stat_year_close
                  SET verify_status = :CLOSE-VERIFY-STATUS,
                      verified_at = CURRENT_TIMESTAMP
               WHERE close_year = :CLOSE-YEAR
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       4100-VERIFY-ONE-YEAR-END.
      ******************************************************************
       4150-REPORT-CHANGED-TABLE.
           MOVE 'CHANGED' TO CLOSE-VERIFY-STATUS.
           DISPLAY '*** Closed year ' YEAR-NUM ': '
                   FUNCTION TRIM(VFY-TABLE-LABEL)
                   ' no longer matches the close - changed out of '
                   'band. ***'.
       4150-REPORT-CHANGED-TABLE-END.
      ******************************************************************
       1200-WRITE-REPORT-LINE.
           WRITE YEARBOOK-REPORT-LINE FROM REPORT-LINE.
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
           IF YEARBOOK-IS-DRAFT
               STRING 'Statistical yearbook ' DELIMITED BY SIZE
                      YEAR-NUM DELIMITED BY SIZE
                      ' - DRAFT' DELIMITED BY SIZE
                      '   Page: ' DELIMITED BY SIZE
                      PAGE-NUMBER-DISP DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING 'Statistical yearbook ' DELIMITED BY SIZE
                      YEAR-NUM DELIMITED BY SIZE
                      '   Page: ' DELIMITED BY SIZE
                      PAGE-NUMBER-DISP DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF.
           WRITE YEARBOOK-REPORT-LINE FROM REPORT-LINE.
           WRITE YEARBOOK-REPORT-LINE FROM DASH-LINE.
           ADD 2 TO REPORT-LINES-WRITTEN.

           MOVE 2 TO LINE-COUNT.
           MOVE SPACES TO REPORT-LINE.
       1300-PRINT-PAGE-HEADER-END.
      ******************************************************************
      * Each part of the yearbook after the first starts on a page of
      * its own.
       1400-NEW-PAGE.
           MOVE SPACES TO REPORT-LINE.
           WRITE YEARBOOK-REPORT-LINE FROM REPORT-LINE.
           ADD 1 TO REPORT-LINES-WRITTEN.
           PERFORM 1300-PRINT-PAGE-HEADER
               THRU 1300-PRINT-PAGE-HEADER-END.
       1400-NEW-PAGE-END.
      ******************************************************************
       8945-RECORD-PRIV-ACTION.
           EXEC SQL
               INSERT INTO privileged_action_log
                   (program_name, operator_id, ticket_ref,
                    action_desc, key_value, row_count, logged_at)
               VALUES
                   ('YrClose', :PRV-OPERATOR-ID, :PRV-TICKET-REF,
                    :PRV-ACTION-DESC, :PRV-KEY-VALUE,
                    :PRV-ROW-COUNT, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8945-RECORD-PRIV-ACTION-END.
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
