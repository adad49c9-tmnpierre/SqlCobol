       IDENTIFICATION DIVISION.
       PROGRAM-ID. MartLoad.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MART-REPORT-FILE ASSIGN TO MART-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MART-REPORT-FILE.
       01  MART-REPORT-LINE       PIC X(150).

       WORKING-STORAGE SECTION.
      * The reporting mart holds, per day, how many individuals fall
      * in each combination of country, language, gender, age
      * bracket, supplier and status. MartLoad keeps it current
      * without recounting databank: it carries yesterday's figures
      * forward to today, then moves only the people whose
      * combination changed since the last run - the ids in the
      * change journal, rows inserted since (the loaders do not
      * journal their inserts), people who crossed a bracket
      * birthday and people whose databank row has gone. Each person
      * is taken out of the cell mart_person_state last counted them
      * in and added to the cell they belong in now. REBUILD (or a
      * first run) recounts today's figures from scratch. The run
      * ends by balancing today's total against databank; a
      * difference means the mart has drifted and wants a REBUILD.
       01  MART-REPORT-FILENAME   PIC X(40) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  CMD-LINE-PARM          PIC X(30) VALUE SPACES.
       01  CMD-TOKEN              PIC X(10) VALUE SPACES.
       01  CMD-PTR                PIC 9(3) VALUE 1.

       01  REBUILD-SWITCH         PIC X VALUE 'N'.
           88  MART-REBUILD       VALUE 'Y'.

       01  REPORT-LINE            PIC X(150) VALUE SPACES.
       01  REPORT-LINE-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  COUNT-DISP             PIC Z(8)9.
       01  COUNT-DISP-2           PIC Z(8)9.
       01  SIGNED-DISP            PIC -(8)9.

       COPY "RetryCfg.cpy".

       01  LOCAL-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "JobRun.cpy".
       COPY "JobLock.cpy".
       COPY "RptCat.cpy".

       01  WATERMARK-LAST-TS      PIC X(26) VALUE SPACES.
       01  WATERMARK-LAST-RUN     PIC X(26) VALUE SPACES.
       01  NEW-WATERMARK-TS       PIC X(26) VALUE SPACES.
       01  MART-DATE-KEY          PIC S9(9) COMP-5 VALUE ZERO.
       01  MART-PRIOR-DATE-KEY    PIC S9(9) COMP-5 VALUE ZERO.
       01  MART-TODAY-ROWS        PIC S9(9) COMP-5 VALUE ZERO.
       01  MART-CANDIDATE-COUNT   PIC S9(9) COMP-5 VALUE ZERO.
       01  MART-CHANGED-COUNT     PIC S9(9) COMP-5 VALUE ZERO.
       01  MART-ADDED-COUNT       PIC S9(9) COMP-5 VALUE ZERO.
       01  MART-REMOVED-COUNT     PIC S9(9) COMP-5 VALUE ZERO.
       01  MART-NEGATIVE-COUNT    PIC S9(9) COMP-5 VALUE ZERO.
       01  MART-FACT-TOTAL        PIC S9(9) COMP-5 VALUE ZERO.
       01  MART-DATABANK-TOTAL    PIC S9(9) COMP-5 VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LS-RETURN-CODE         PIC 9(4) COMP VALUE ZERO.
       01  LS-JOB-PARM            PIC X(100).

       PROCEDURE DIVISION USING LS-RETURN-CODE LS-JOB-PARM.
       1000-MAIN-START.
           MOVE 'MartLoad' TO JRL-PROGRAM-NAME.
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

           PERFORM 1150-GET-RUN-PARMS
               THRU 1150-GET-RUN-PARMS-END.

           MOVE 'MartLoad' TO LCK-JOB-NAME.
           PERFORM 1040-ACQUIRE-JOB-LOCK
               THRU 1040-ACQUIRE-JOB-LOCK-END.

           PERFORM 1075-LOAD-WATERMARK
               THRU 1075-LOAD-WATERMARK-END.

           PERFORM 1100-OPEN-REPORT-FILE
               THRU 1100-OPEN-REPORT-FILE-END.

           PERFORM 3000-COLLECT-CHANGED-PEOPLE
               THRU 3000-COLLECT-CHANGED-PEOPLE-END.

           PERFORM 3200-REFRESH-DIMENSIONS
               THRU 3200-REFRESH-DIMENSIONS-END.

           PERFORM 3300-RESOLVE-NEW-KEYS
               THRU 3300-RESOLVE-NEW-KEYS-END.

           PERFORM 3400-APPLY-FACT-DELTAS
               THRU 3400-APPLY-FACT-DELTAS-END.

           PERFORM 3500-SAVE-PERSON-STATE
               THRU 3500-SAVE-PERSON-STATE-END.

           PERFORM 3600-SAVE-WATERMARK
               THRU 3600-SAVE-WATERMARK-END.

           PERFORM 3700-BALANCE-AGAINST-DATABANK
               THRU 3700-BALANCE-AGAINST-DATABANK-END.

           PERFORM 3900-WRITE-RUN-TALLY
               THRU 3900-WRITE-RUN-TALLY-END.

           CLOSE MART-REPORT-FILE.

      *    Graded result: cells driven below zero or a total that no
      *    longer balances mean the mart has drifted - worth a
      *    warning and a REBUILD, not a failure of the load itself.
           IF MART-NEGATIVE-COUNT > 0
            OR MART-FACT-TOTAL NOT = MART-DATABANK-TOTAL
               MOVE 4 TO JRL-RETURN-CODE
               MOVE 4 TO LS-RETURN-CODE
           END-IF.

           MOVE MART-CANDIDATE-COUNT TO JRL-ROWS-READ.
           MOVE MART-CHANGED-COUNT TO JRL-ROWS-UPDATED.
           MOVE MART-NEGATIVE-COUNT TO JRL-ROWS-REJECTED.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.

           MOVE 'MartLoad' TO CAT-PROGRAM-NAME.
           MOVE MART-REPORT-FILENAME TO CAT-FILE-NAME.
           MOVE REPORT-LINE-COUNT TO CAT-LINE-COUNT.
           MOVE ZERO TO CAT-PAGE-COUNT.
           PERFORM 8920-REGISTER-ONE-FILE
               THRU 8920-REGISTER-ONE-FILE-END.

           PERFORM 8800-RELEASE-JOB-LOCK
               THRU 8800-RELEASE-JOB-LOCK-END.
       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.
      ******************************************************************
       1100-OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           STRING 'MARTLOAD_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO MART-REPORT-FILENAME.

           OPEN OUTPUT MART-REPORT-FILE.
           MOVE 'Reporting mart load report' TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           IF MART-REBUILD
               STRING 'Full rebuild of date ' DELIMITED BY SIZE
                      WS-CURRENT-DATE DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING 'Incremental load of date ' DELIMITED BY SIZE
                      WS-CURRENT-DATE DELIMITED BY SIZE
                      ', journal after ' DELIMITED BY SIZE
                      WATERMARK-LAST-TS DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF.
           DISPLAY REPORT-LINE.
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
       1150-GET-RUN-PARMS.
      *    Under the Driver chain the job's own parameter card comes
      *    in through the CALL interface; the command line is only for
      *    standalone runs (it would otherwise be Driver's argument).
           IF ADDRESS OF LS-JOB-PARM NOT = NULL
               MOVE LS-JOB-PARM TO CMD-LINE-PARM
           ELSE
               ACCEPT CMD-LINE-PARM FROM COMMAND-LINE
           END-IF.
           MOVE FUNCTION UPPER-CASE(CMD-LINE-PARM) TO CMD-LINE-PARM.

           MOVE 1 TO CMD-PTR.
           PERFORM UNTIL CMD-PTR > FUNCTION LENGTH(CMD-LINE-PARM)
               MOVE SPACES TO CMD-TOKEN
               UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
                   INTO CMD-TOKEN
                   POINTER CMD-PTR
               END-UNSTRING
               EVALUATE CMD-TOKEN
                   WHEN 'REBUILD'
                       SET MART-REBUILD TO TRUE
                   WHEN 'FORCE'
                       SET LOCK-FORCED TO TRUE
               END-EVALUATE
           END-PERFORM.
       1150-GET-RUN-PARMS-END.
      ******************************************************************
       1070-START-JOB-RUN-LOG.
           EXEC SQL
               SELECT CAST(CURRENT_TIMESTAMP AS VARCHAR)
               INTO :JRL-STARTED-TS
           END-EXEC.
       1070-START-JOB-RUN-LOG-END.
      ******************************************************************
      * The journal position and the time of the last run. With no
      * watermark the mart has never been loaded, so the first run
      * is a rebuild whatever the parm said.
       1075-LOAD-WATERMARK.
           EXEC SQL
               SELECT CAST(COALESCE(last_ts,
                          TIMESTAMP '1900-01-01 00:00:00') AS VARCHAR),
                      CAST(COALESCE(last_run_at,
                          TIMESTAMP '1900-01-01 00:00:00') AS VARCHAR)
               INTO :WATERMARK-LAST-TS, :WATERMARK-LAST-RUN
               FROM run_watermark
               WHERE program_name = 'MartLoad'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   MOVE '1900-01-01 00:00:00' TO WATERMARK-LAST-TS
                   MOVE '1900-01-01 00:00:00' TO WATERMARK-LAST-RUN
                   IF NOT MART-REBUILD
                       DISPLAY 'No mart watermark yet - rebuilding.'
                       SET MART-REBUILD TO TRUE
                   END-IF
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

      *    The journal position this run reads up to, taken before
      *    reading so an entry written meanwhile waits for tomorrow.
           EXEC SQL
               SELECT CAST(COALESCE(MAX(changed_at),
                          TIMESTAMP '1900-01-01 00:00:00') AS VARCHAR),
                      CAST(TO_CHAR(CURRENT_DATE, 'YYYYMMDD')
                          AS INTEGER)
               INTO :NEW-WATERMARK-TS, :MART-DATE-KEY
               FROM databank_change_journal
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       1075-LOAD-WATERMARK-END.
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
       8920-REGISTER-ONE-FILE.
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
       8920-REGISTER-ONE-FILE-END.
      ******************************************************************
       1040-ACQUIRE-JOB-LOCK.
      *    The insert itself takes the lock: a concurrent starter hits
      *    the existing row (nothing inserted) and must contest it -
      *    only the stale and FORCE branches may overwrite a live one.
           EXEC SQL
               INSERT INTO job_lock (job_name, locked_at, holder)
               VALUES (:LCK-JOB-NAME, CURRENT_TIMESTAMP, CURRENT_USER)
               ON CONFLICT (job_name) DO NOTHING
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   PERFORM 1045-CONTEST-EXISTING-LOCK
                       THRU 1045-CONTEST-EXISTING-LOCK-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

      *    Commit at once so a concurrent start sees the lock.
           EXEC SQL COMMIT WORK END-EXEC.
       1040-ACQUIRE-JOB-LOCK-END.
      ******************************************************************
       1045-CONTEST-EXISTING-LOCK.
           MOVE SPACES TO LCK-LOCKED-AT.
           MOVE SPACES TO LCK-HOLDER.

           EXEC SQL
               SELECT CAST(locked_at AS VARCHAR),
                      COALESCE(holder, '(unknown)')
               INTO :LCK-LOCKED-AT, :LCK-HOLDER
               FROM job_lock
               WHERE job_name = :LCK-JOB-NAME
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
      *            The holder released between the insert and this
      *            read - the lock is free for the taking.
                   PERFORM 1046-TAKE-OVER-LOCK
                       THRU 1046-TAKE-OVER-LOCK-END
                   GO TO 1045-CONTEST-EXISTING-LOCK-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           IF LOCK-FORCED
               DISPLAY 'Operator override - taking over lock held by '
                       LCK-HOLDER ' since ' LCK-LOCKED-AT
               PERFORM 1046-TAKE-OVER-LOCK
                   THRU 1046-TAKE-OVER-LOCK-END
               GO TO 1045-CONTEST-EXISTING-LOCK-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :LCK-STALE-COUNT
               FROM job_lock
               WHERE job_name = :LCK-JOB-NAME
                 AND locked_at <
                     CURRENT_TIMESTAMP
                     - :LCK-STALE-HOURS * INTERVAL '1 hour'
           END-EXEC.

           IF LCK-STALE-COUNT > 0
               DISPLAY 'Stale lock from an abended run (held by '
                       LCK-HOLDER ' since ' LCK-LOCKED-AT
                       ') - taking it over.'
               PERFORM 1046-TAKE-OVER-LOCK
                   THRU 1046-TAKE-OVER-LOCK-END
           ELSE
               DISPLAY '*** already running since ' LCK-LOCKED-AT
                       ' (held by ' LCK-HOLDER ') - refusing to '
                       'start. Use FORCE to override. ***'
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF.
       1045-CONTEST-EXISTING-LOCK-END.
      ******************************************************************
       1046-TAKE-OVER-LOCK.
           EXEC SQL
               INSERT INTO job_lock (job_name, locked_at, holder)
               VALUES (:LCK-JOB-NAME, CURRENT_TIMESTAMP, CURRENT_USER)
               ON CONFLICT (job_name) DO UPDATE
                   SET locked_at = CURRENT_TIMESTAMP,
                       holder = CURRENT_USER
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       1046-TAKE-OVER-LOCK-END.
      ******************************************************************
       8800-RELEASE-JOB-LOCK.
           EXEC SQL
               DELETE FROM job_lock
               WHERE job_name = :LCK-JOB-NAME
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8800-RELEASE-JOB-LOCK-END.
      ******************************************************************
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.

           MOVE 'MartLoad' TO ERR-PROGRAM-NAME.
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
      * mart_person_change is this run's work list: one row per
      * person whose cell may have moved. A rebuild empties today's
      * figures and the remembered cells and lists everybody; an
      * incremental run carries the latest figures forward to today
      * (once per day) and lists only the people who could differ.
       3000-COLLECT-CHANGED-PEOPLE.
           EXEC SQL
               DELETE FROM mart_person_change
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF MART-REBUILD
               PERFORM 3050-CLEAR-FOR-REBUILD
                   THRU 3050-CLEAR-FOR-REBUILD-END
           ELSE
               PERFORM 3100-CARRY-FIGURES-FORWARD
                   THRU 3100-CARRY-FIGURES-FORWARD-END
               PERFORM 3150-LIST-CHANGED-PEOPLE
                   THRU 3150-LIST-CHANGED-PEOPLE-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :MART-CANDIDATE-COUNT
               FROM mart_person_change
           END-EXEC.

      *    The cell each listed person is counted in today, if any.
           EXEC SQL
               UPDATE mart_person_change c
               SET old_country_key = s.country_key,
                   old_language_key = s.language_key,
                   old_gender_key = s.gender_key,
                   old_bracket_key = s.bracket_key,
                   old_supplier_key = s.supplier_key,
                   old_status_key = s.status_key
               FROM mart_person_state s
               WHERE s.databank_id = c.databank_id
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3000-COLLECT-CHANGED-PEOPLE-END.
      ******************************************************************
       3050-CLEAR-FOR-REBUILD.
           EXEC SQL
               DELETE FROM mart_population_fact
               WHERE date_key = :MART-DATE-KEY
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               DELETE FROM mart_person_state
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO mart_person_change (databank_id)
               SELECT id FROM databank
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3050-CLEAR-FOR-REBUILD-END.
      ******************************************************************
      * Earlier days keep the figures they closed with; today starts
      * from the most recent of them and is then adjusted.
       3100-CARRY-FIGURES-FORWARD.
           EXEC SQL
               SELECT COUNT(*) INTO :MART-TODAY-ROWS
               FROM mart_population_fact
               WHERE date_key = :MART-DATE-KEY
           END-EXEC.

           IF MART-TODAY-ROWS > 0
               GO TO 3100-CARRY-FIGURES-FORWARD-END
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(date_key), 0)
               INTO :MART-PRIOR-DATE-KEY
               FROM mart_population_fact
               WHERE date_key < :MART-DATE-KEY
           END-EXEC.

           IF MART-PRIOR-DATE-KEY = 0
               GO TO 3100-CARRY-FIGURES-FORWARD-END
           END-IF.

           EXEC SQL
               INSERT INTO mart_population_fact
                   (date_key, country_key, language_key, gender_key,
                    bracket_key, supplier_key, status_key,
                    individual_count)
               SELECT :MART-DATE-KEY, country_key, language_key,
                      gender_key, bracket_key, supplier_key,
                      status_key, individual_count
               FROM mart_population_fact
               WHERE date_key = :MART-PRIOR-DATE-KEY
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3100-CARRY-FIGURES-FORWARD-END.
      ******************************************************************
      * Anyone the journal names since the watermark; rows inserted
      * since the last run, which the loaders do not journal; people
      * whose 18th, 35th or 60th birthday fell since the last run,
      * whose bracket moved with no change to their row; and people
      * still counted whose databank row no longer exists.
       3150-LIST-CHANGED-PEOPLE.
           EXEC SQL
               INSERT INTO mart_person_change (databank_id)
               SELECT j.databank_id
               FROM databank_change_journal j
               WHERE j.changed_at >
                         CAST(:WATERMARK-LAST-TS AS TIMESTAMP)
                 AND j.changed_at <=
                         CAST(:NEW-WATERMARK-TS AS TIMESTAMP)
                 AND j.databank_id IS NOT NULL
               UNION
               SELECT d.id
               FROM databank d
               WHERE d.created_at >
                         CAST(:WATERMARK-LAST-RUN AS TIMESTAMP)
               UNION
               SELECT d.id
               FROM databank d
               CROSS JOIN (VALUES (18), (35), (60)) AS b(years)
               WHERE d.birth_date IS NOT NULL
                 AND d.birth_date + b.years * INTERVAL '1 year'
                         > CAST(:WATERMARK-LAST-RUN AS DATE)
                 AND d.birth_date + b.years * INTERVAL '1 year'
                         <= CURRENT_DATE
               UNION
               SELECT s.databank_id
               FROM mart_person_state s
               WHERE NOT EXISTS
                     (SELECT 1 FROM databank d
                       WHERE d.id = s.databank_id)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3150-LIST-CHANGED-PEOPLE-END.
      ******************************************************************
      * New values become new dimension members before anyone is
      * counted under them. Country names come from the ISO list
      * where it knows the code and regions always follow
      * region_map, so a re-mapped country moves region in every
      * slice without touching the figures.
       3200-REFRESH-DIMENSIONS.
           EXEC SQL
               INSERT INTO mart_dim_country
                   (country_code, country_name, region)
               SELECT p.country_code,
                      COALESCE(MAX(i.country_name),
                               MAX(p.country_name)),
                      MAX(r.region)
               FROM mart_person_change c
               JOIN mart_person_source p
                 ON p.databank_id = c.databank_id
               LEFT JOIN iso_country i ON i.code = p.country_code
               LEFT JOIN region_map r
                 ON r.country_code = p.country_code
               GROUP BY p.country_code
               ON CONFLICT (country_code) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE mart_dim_country m
               SET region = r.region
               FROM region_map r
               WHERE r.country_code = m.country_code
                 AND m.region IS DISTINCT FROM r.region
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO mart_dim_language (spoken)
               SELECT DISTINCT p.spoken
               FROM mart_person_change c
               JOIN mart_person_source p
                 ON p.databank_id = c.databank_id
               ON CONFLICT (spoken) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO mart_dim_gender (gender)
               SELECT DISTINCT p.gender
               FROM mart_person_change c
               JOIN mart_person_source p
                 ON p.databank_id = c.databank_id
               ON CONFLICT (gender) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO mart_dim_supplier
                   (supplier_id, supplier_name)
               SELECT p.supplier_id, MAX(sr.supplier_name)
               FROM mart_person_change c
               JOIN mart_person_source p
                 ON p.databank_id = c.databank_id
               LEFT JOIN supplier_registry sr
                 ON sr.supplier_id = p.supplier_id
               GROUP BY p.supplier_id
               ON CONFLICT (supplier_id) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

      *    The three lifecycle codes are described; any other code a
      *    program sets becomes a member under its own name.
           EXEC SQL
               INSERT INTO mart_dim_status (status_code, status_desc)
               SELECT DISTINCT p.status_code,
                      CASE p.status_code
                           WHEN 'A' THEN 'Active'
                           WHEN 'I' THEN 'Inactive'
                           WHEN 'D' THEN 'Deceased'
                           ELSE p.status_code END
               FROM mart_person_change c
               JOIN mart_person_source p
                 ON p.databank_id = c.databank_id
               ON CONFLICT (status_code) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO mart_dim_date
                   (date_key, cal_date, cal_year, cal_quarter,
                    cal_month, cal_day, iso_weekday)
               VALUES
                   (:MART-DATE-KEY, CURRENT_DATE,
                    EXTRACT(YEAR FROM CURRENT_DATE),
                    EXTRACT(QUARTER FROM CURRENT_DATE),
                    EXTRACT(MONTH FROM CURRENT_DATE),
                    EXTRACT(DAY FROM CURRENT_DATE),
                    EXTRACT(ISODOW FROM CURRENT_DATE))
               ON CONFLICT (date_key) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3200-REFRESH-DIMENSIONS-END.
      ******************************************************************
      * The cell each listed person belongs in now. A person with no
      * databank row keeps empty new keys and is only taken out.
      * People whose cell did not move leave the work list.
       3300-RESOLVE-NEW-KEYS.
           EXEC SQL
               UPDATE mart_person_change c
               SET new_country_key = dc.country_key,
                   new_language_key = dl.language_key,
                   new_gender_key = dg.gender_key,
                   new_bracket_key = p.bracket_key,
                   new_supplier_key = ds.supplier_key,
                   new_status_key = dt.status_key
               FROM mart_person_source p
               JOIN mart_dim_country dc
                 ON dc.country_code = p.country_code
               JOIN mart_dim_language dl ON dl.spoken = p.spoken
               JOIN mart_dim_gender dg ON dg.gender = p.gender
               JOIN mart_dim_supplier ds
                 ON ds.supplier_id = p.supplier_id
               JOIN mart_dim_status dt
                 ON dt.status_code = p.status_code
               WHERE p.databank_id = c.databank_id
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               DELETE FROM mart_person_change
               WHERE old_country_key IS NOT DISTINCT FROM
                         new_country_key
                 AND old_language_key IS NOT DISTINCT FROM
                         new_language_key
                 AND old_gender_key IS NOT DISTINCT FROM
                         new_gender_key
                 AND old_bracket_key IS NOT DISTINCT FROM
                         new_bracket_key
                 AND old_supplier_key IS NOT DISTINCT FROM
                         new_supplier_key
                 AND old_status_key IS NOT DISTINCT FROM
                         new_status_key
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN old_country_key IS NULL
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN new_country_key IS NULL
                                        THEN 1 ELSE 0 END), 0)
               INTO :MART-CHANGED-COUNT, :MART-ADDED-COUNT,
                    :MART-REMOVED-COUNT
               FROM mart_person_change
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3300-RESOLVE-NEW-KEYS-END.
      ******************************************************************
      * Take every mover out of their old cell and into their new
      * one, a cell at a time. A cell that empties is dropped; one
      * that goes below zero means the remembered cells and the
      * figures disagree, and is left for the report to show.
       3400-APPLY-FACT-DELTAS.
           EXEC SQL
               INSERT INTO mart_population_fact
                   (date_key, country_key, language_key, gender_key,
                    bracket_key, supplier_key, status_key,
                    individual_count)
               SELECT :MART-DATE-KEY, old_country_key,
                      old_language_key, old_gender_key,
                      old_bracket_key, old_supplier_key,
                      old_status_key, 0 - COUNT(*)
               FROM mart_person_change
               WHERE old_country_key IS NOT NULL
               GROUP BY old_country_key, old_language_key,
                        old_gender_key, old_bracket_key,
                        old_supplier_key, old_status_key
               ON CONFLICT (date_key, country_key, language_key,
                            gender_key, bracket_key, supplier_key,
                            status_key)
               DO UPDATE SET individual_count =
                   mart_population_fact.individual_count
                   + EXCLUDED.individual_count
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO mart_population_fact
                   (date_key, country_key, language_key, gender_key,
                    bracket_key, supplier_key, status_key,
                    individual_count)
               SELECT :MART-DATE-KEY, new_country_key,
                      new_language_key, new_gender_key,
                      new_bracket_key, new_supplier_key,
                      new_status_key, COUNT(*)
               FROM mart_person_change
               WHERE new_country_key IS NOT NULL
               GROUP BY new_country_key, new_language_key,
                        new_gender_key, new_bracket_key,
                        new_supplier_key, new_status_key
               ON CONFLICT (date_key, country_key, language_key,
                            gender_key, bracket_key, supplier_key,
                            status_key)
               DO UPDATE SET individual_count =
                   mart_population_fact.individual_count
                   + EXCLUDED.individual_count
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               DELETE FROM mart_population_fact
               WHERE date_key = :MART-DATE-KEY
                 AND individual_count = 0
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :MART-NEGATIVE-COUNT
               FROM mart_population_fact
               WHERE date_key = :MART-DATE-KEY
                 AND individual_count < 0
           END-EXEC.
       3400-APPLY-FACT-DELTAS-END.
      ******************************************************************
       3500-SAVE-PERSON-STATE.
           EXEC SQL
               DELETE FROM mart_person_state s
               USING mart_person_change c
               WHERE s.databank_id = c.databank_id
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO mart_person_state
                   (databank_id, country_key, language_key,
                    gender_key, bracket_key, supplier_key,
                    status_key, updated_at)
               SELECT databank_id, new_country_key,
                      new_language_key, new_gender_key,
                      new_bracket_key, new_supplier_key,
                      new_status_key, CURRENT_TIMESTAMP
               FROM mart_person_change
               WHERE new_country_key IS NOT NULL
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3500-SAVE-PERSON-STATE-END.
      ******************************************************************
       3600-SAVE-WATERMARK.
           PERFORM 3650-UPSERT-WATERMARK-ROW
               THRU 3650-UPSERT-WATERMARK-ROW-END.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3600-SAVE-WATERMARK-END.
      ******************************************************************
       3650-UPSERT-WATERMARK-ROW.
           MOVE ZERO TO RETRY-COUNT.
       3650-UPSERT-WATERMARK-ROW-RETRY.
           EXEC SQL
               INSERT INTO run_watermark
                   (program_name, last_ts, last_run_at)
               VALUES
                   ('MartLoad', CAST(:NEW-WATERMARK-TS AS TIMESTAMP),
                    CURRENT_TIMESTAMP)
               ON CONFLICT (program_name) DO UPDATE
                   SET last_ts = CAST(:NEW-WATERMARK-TS AS TIMESTAMP),
                       last_run_at = CURRENT_TIMESTAMP
           END-EXEC.

           IF SQLCODE = -30 AND RETRY-COUNT < RETRY-MAX-ATTEMPTS
               ADD 1 TO RETRY-COUNT
               DISPLAY 'Transient database error, retry ' RETRY-COUNT
                       ' of ' RETRY-MAX-ATTEMPTS '...'
               CALL 'C$SLEEP' USING RETRY-PAUSE-SECONDS
               GO TO 3650-UPSERT-WATERMARK-ROW-RETRY
           END-IF.
       3650-UPSERT-WATERMARK-ROW-END.
      ******************************************************************
      * Every databank row is counted exactly once in today's
      * figures, whatever its status, so the two totals must agree.
       3700-BALANCE-AGAINST-DATABANK.
           EXEC SQL
               SELECT COALESCE(SUM(individual_count), 0)
               INTO :MART-FACT-TOTAL
               FROM mart_population_fact
               WHERE date_key = :MART-DATE-KEY
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :MART-DATABANK-TOTAL
               FROM databank
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3700-BALANCE-AGAINST-DATABANK-END.
      ******************************************************************
       3900-WRITE-RUN-TALLY.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE MART-CANDIDATE-COUNT TO COUNT-DISP.
           MOVE MART-CHANGED-COUNT TO COUNT-DISP-2.
           MOVE SPACES TO REPORT-LINE.
           STRING 'People examined: ' DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                  '  moved cell: ' DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP-2) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE MART-ADDED-COUNT TO COUNT-DISP.
           MOVE MART-REMOVED-COUNT TO COUNT-DISP-2.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Newly counted: ' DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                  '  no longer in databank: ' DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP-2) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE MART-FACT-TOTAL TO SIGNED-DISP.
           MOVE MART-DATABANK-TOTAL TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Mart total today: ' DELIMITED BY SIZE
                  FUNCTION TRIM(SIGNED-DISP) DELIMITED BY SIZE
                  '  databank rows: ' DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           IF MART-NEGATIVE-COUNT > 0
               MOVE MART-NEGATIVE-COUNT TO COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING '*** ' DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                      ' cell(s) below zero ***' DELIMITED BY SIZE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE
               PERFORM 3950-WRITE-REPORT-LINE
                   THRU 3950-WRITE-REPORT-LINE-END
           END-IF.

           IF MART-NEGATIVE-COUNT > 0
            OR MART-FACT-TOTAL NOT = MART-DATABANK-TOTAL
               MOVE '*** Mart out of balance - run MartLoad REBUILD ***'
                   TO REPORT-LINE
           ELSE
               MOVE 'Mart in balance with databank.' TO REPORT-LINE
           END-IF.
           DISPLAY REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
       3900-WRITE-RUN-TALLY-END.
      ******************************************************************
       3950-WRITE-REPORT-LINE.
           WRITE MART-REPORT-LINE FROM REPORT-LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       3950-WRITE-REPORT-LINE-END.
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
