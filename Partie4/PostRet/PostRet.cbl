       IDENTIFICATION DIVISION.
       PROGRAM-ID. PostRet.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-INPUT-FILE ASSIGN TO RETURN-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-INPUT-STATUS.

           SELECT RETURN-REPORT-FILE ASSIGN TO RETURN-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The mail room's daily scan of the return slips: the databank
      * id printed on the letter, the reason the post office ticked
      * (MOVED, UNKNOWN, REFUSED or DECEASED) and the date the
      * envelope came back (YYYY-MM-DD, blank when not legible).
       FD  RETURN-INPUT-FILE.
       01  RETURN-INPUT-RECORD.
           05  PR-DATABANK-ID     PIC X(36).
           05  PR-REASON          PIC X(10).
           05  PR-RETURN-DATE     PIC X(10).

       FD  RETURN-REPORT-FILE.
       01  RETURN-REPORT-LINE     PIC X(150).

       WORKING-STORAGE SECTION.
      * Returned post is the postal counterpart of BncProc: every
      * return is logged against the address with its reason and
      * date, and the second return of an address stops BelInfo
      * from using it (address_status 'R') until the desk corrects
      * the address through DbMnt. A DECEASED return says nothing
      * about the address - it is queued in deceased_review for
      * DecRev to confirm, never deactivated from here.
       01  RETURN-INPUT-FILENAME  PIC X(40)
               VALUE 'POST_RETURN.TXT'.
       01  WS-RETURN-INPUT-STATUS PIC X(02) VALUE SPACES.
           88  RETURN-INPUT-STATUS-OK      VALUE '00'.
           88  RETURN-INPUT-FILE-NOT-FOUND VALUE '35'.
       01  RETURN-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  RETURN-EOF-SWITCH      PIC X VALUE 'N'.
           88  RETURN-EOF         VALUE 'Y'.

       01  CMD-LINE-PARM          PIC X(30) VALUE SPACES.
       01  CMD-TOKEN              PIC X(10) VALUE SPACES.
       01  CMD-PTR                PIC 9(3) VALUE 1.

      * Returns an address may collect before it is withdrawn from
      * letter runs: one return can be a postman's mistake, two are
      * a bad address.
       01  RETURN-BLOCK-LIMIT     PIC 9(2) VALUE 2.

       01  ROWS-READ-COUNT        PIC 9(6) VALUE ZEROS.
       01  ROWS-LOGGED-COUNT      PIC 9(6) VALUE ZEROS.
       01  ROWS-BLOCKED-COUNT     PIC 9(6) VALUE ZEROS.
       01  ROWS-DECEASED-COUNT    PIC 9(6) VALUE ZEROS.
       01  ROWS-DUPLICATE-COUNT   PIC 9(6) VALUE ZEROS.
       01  ROWS-REJECTED-COUNT    PIC 9(6) VALUE ZEROS.
       01  REPORT-LINE            PIC X(150) VALUE SPACES.
       01  REPORT-LINE-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  REJECT-REASON          PIC X(40) VALUE SPACES.
       01  ACTION-TEXT            PIC X(40) VALUE SPACES.
       01  RETURN-COUNT-DISP      PIC ZZZ9.

       COPY "RetryCfg.cpy".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "JobRun.cpy".
       COPY "JobLock.cpy".
       COPY "RptCat.cpy".

       01  RTN-DATABANK-ID        PIC X(36) VALUE SPACES.
       01  RTN-REASON             PIC X(10) VALUE SPACES.
       01  RTN-RETURN-DATE        PIC X(10) VALUE SPACES.
       01  RTN-ACTION             PIC X(1) VALUE SPACE.
       01  RTN-PRIOR-COUNT        PIC S9(9) COMP-5 VALUE ZERO.
       01  RTN-NEW-COUNT          PIC S9(9) COMP-5 VALUE ZERO.
       01  RTN-PRIOR-STATUS       PIC X(1) VALUE SPACE.
       01  RTN-NEW-STATUS         PIC X(1) VALUE SPACE.
       01  RTN-SUPPLIER-ID        PIC X(10) VALUE SPACES.
       01  RTN-LOAD-BATCH-ID      PIC S9(9) COMP-5 VALUE ZERO.
       01  RTN-LAST-NAME          PIC X(50) VALUE SPACES.
       01  RTN-FIRST-NAME         PIC X(50) VALUE SPACES.
       01  PENDING-ROW-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  JOURNAL-OLD-VALUES     PIC X(600).
       01  JOURNAL-NEW-VALUES     PIC X(600).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           MOVE 'PostRet' TO JRL-PROGRAM-NAME.
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

           MOVE 'PostRet' TO LCK-JOB-NAME.
           PERFORM 1040-ACQUIRE-JOB-LOCK
               THRU 1040-ACQUIRE-JOB-LOCK-END.

           PERFORM 1100-OPEN-RETURN-FILES
               THRU 1100-OPEN-RETURN-FILES-END.

           IF RETURN-INPUT-STATUS-OK
               PERFORM 3000-PROCESS-RETURN-FILE
                   THRU 3000-PROCESS-RETURN-FILE-END
               CLOSE RETURN-INPUT-FILE
           END-IF.

           PERFORM 3900-WRITE-RUN-TALLY
               THRU 3900-WRITE-RUN-TALLY-END.

           CLOSE RETURN-REPORT-FILE.

      *    Graded result: a slip we could not place means the scan
      *    and the databank disagree - worth a look, not a failure.
           IF ROWS-REJECTED-COUNT > 0
               MOVE 4 TO JRL-RETURN-CODE
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE ROWS-READ-COUNT TO JRL-ROWS-READ.
           MOVE ROWS-LOGGED-COUNT TO JRL-ROWS-UPDATED.
           MOVE ROWS-REJECTED-COUNT TO JRL-ROWS-REJECTED.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.

           MOVE 'PostRet' TO CAT-PROGRAM-NAME.
           MOVE RETURN-REPORT-FILENAME TO CAT-FILE-NAME.
           MOVE REPORT-LINE-COUNT TO CAT-LINE-COUNT.
           MOVE ZERO TO CAT-PAGE-COUNT.
           PERFORM 8920-REGISTER-ONE-FILE
               THRU 8920-REGISTER-ONE-FILE-END.

           PERFORM 8800-RELEASE-JOB-LOCK
               THRU 8800-RELEASE-JOB-LOCK-END.
       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           STOP RUN.
      ******************************************************************
       1100-OPEN-RETURN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           STRING 'POSTRET_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO RETURN-REPORT-FILENAME.

           OPEN OUTPUT RETURN-REPORT-FILE.
           MOVE 'Returned post processing report' TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           OPEN INPUT RETURN-INPUT-FILE.

           IF RETURN-INPUT-FILE-NOT-FOUND
               MOVE SPACES TO REPORT-LINE
               STRING 'Return file not found: ' DELIMITED BY SIZE
                      RETURN-INPUT-FILENAME DELIMITED BY SIZE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE
               PERFORM 3950-WRITE-REPORT-LINE
                   THRU 3950-WRITE-REPORT-LINE-END
           ELSE
               IF NOT RETURN-INPUT-STATUS-OK
                   DISPLAY 'Error opening return file, status: '
                           WS-RETURN-INPUT-STATUS
               END-IF
           END-IF.
       1100-OPEN-RETURN-FILES-END.
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
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-VERIFY-SCHEMA-LEVEL-END.
      ******************************************************************
       1150-GET-RUN-PARMS.
           ACCEPT CMD-LINE-PARM FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(CMD-LINE-PARM) TO CMD-LINE-PARM.

           MOVE 1 TO CMD-PTR.
           PERFORM UNTIL CMD-PTR > FUNCTION LENGTH(CMD-LINE-PARM)
               MOVE SPACES TO CMD-TOKEN
               UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
                   INTO CMD-TOKEN
                   POINTER CMD-PTR
               END-UNSTRING
               IF CMD-TOKEN = 'FORCE'
                   SET LOCK-FORCED TO TRUE
               END-IF
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
               MOVE 8 TO RETURN-CODE
               STOP RUN
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

           MOVE 'PostRet' TO ERR-PROGRAM-NAME.
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
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
      ******************************************************************
       3000-PROCESS-RETURN-FILE.
           DISPLAY 'Processing return file '
                   RETURN-INPUT-FILENAME '...'.

           MOVE SPACES TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           READ RETURN-INPUT-FILE
               AT END SET RETURN-EOF TO TRUE
           END-READ.

           PERFORM WITH TEST BEFORE UNTIL RETURN-EOF
               ADD 1 TO ROWS-READ-COUNT

               IF PR-DATABANK-ID NOT = SPACES
                   PERFORM 3100-LOG-ONE-RETURN
                       THRU 3100-LOG-ONE-RETURN-END
               END-IF

               READ RETURN-INPUT-FILE
                   AT END SET RETURN-EOF TO TRUE
               END-READ
           END-PERFORM.
       3000-PROCESS-RETURN-FILE-END.
      ******************************************************************
      * One slip: look the record up, decide what the return means
      * for the address and log it. The same slip scanned twice (same
      * record, date and reason) is only counted once.
       3100-LOG-ONE-RETURN.
           MOVE PR-DATABANK-ID TO RTN-DATABANK-ID.
           MOVE FUNCTION UPPER-CASE(PR-REASON) TO RTN-REASON.

           IF RTN-REASON NOT = 'MOVED'
            AND RTN-REASON NOT = 'UNKNOWN'
            AND RTN-REASON NOT = 'REFUSED'
            AND RTN-REASON NOT = 'DECEASED'
               MOVE 'unknown return reason' TO REJECT-REASON
               PERFORM 3800-REJECT-RETURN
                   THRU 3800-REJECT-RETURN-END
               GO TO 3100-LOG-ONE-RETURN-END
           END-IF.

      *    A missing or illegible return date falls back to the scan
      *    date.
           IF PR-RETURN-DATE(1:4) IS NUMERIC
            AND PR-RETURN-DATE(5:1) = '-'
            AND PR-RETURN-DATE(6:2) IS NUMERIC
            AND PR-RETURN-DATE(8:1) = '-'
            AND PR-RETURN-DATE(9:2) IS NUMERIC
               MOVE PR-RETURN-DATE TO RTN-RETURN-DATE
           ELSE
               MOVE WS-CURRENT-YEAR TO RTN-RETURN-DATE(1:4)
               MOVE '-' TO RTN-RETURN-DATE(5:1)
               MOVE WS-CURRENT-MONTH TO RTN-RETURN-DATE(6:2)
               MOVE '-' TO RTN-RETURN-DATE(8:1)
               MOVE WS-CURRENT-DAY TO RTN-RETURN-DATE(9:2)
           END-IF.

           EXEC SQL
               SELECT COALESCE(d.post_return_count, 0),
                      COALESCE(d.address_status, 'U'),
                      COALESCE(d.last_name, ''),
                      COALESCE(d.first_name, ''),
                      COALESCE(lb.supplier_id, ''),
                      COALESCE(d.load_batch_id, 0)
               INTO :RTN-PRIOR-COUNT, :RTN-PRIOR-STATUS,
                    :RTN-LAST-NAME, :RTN-FIRST-NAME,
                    :RTN-SUPPLIER-ID, :RTN-LOAD-BATCH-ID
               FROM databank d
               LEFT JOIN load_batch lb
                      ON lb.batch_id = d.load_batch_id
               WHERE d.id = :RTN-DATABANK-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   MOVE 'no databank row for this id' TO REJECT-REASON
                   PERFORM 3800-REJECT-RETURN
                       THRU 3800-REJECT-RETURN-END
                   GO TO 3100-LOG-ONE-RETURN-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

      *    'D' queued for the deceased review, 'R' address withdrawn
      *    from letter runs, 'U' undeliverable noted.
           MOVE RTN-PRIOR-COUNT TO RTN-NEW-COUNT.
           MOVE RTN-PRIOR-STATUS TO RTN-NEW-STATUS.
           EVALUATE TRUE
               WHEN RTN-REASON = 'DECEASED'
                   MOVE 'D' TO RTN-ACTION
               WHEN RTN-PRIOR-COUNT + 1 >= RETURN-BLOCK-LIMIT
                   ADD 1 TO RTN-NEW-COUNT
                   MOVE 'R' TO RTN-ACTION
                   MOVE 'R' TO RTN-NEW-STATUS
               WHEN OTHER
                   ADD 1 TO RTN-NEW-COUNT
                   MOVE 'U' TO RTN-ACTION
           END-EVALUATE.

           MOVE ZERO TO RETRY-COUNT.
       3100-LOG-ONE-RETURN-RETRY.
           EXEC SQL
               INSERT INTO post_return
                   (databank_id, reason, return_date, supplier_id,
                    load_batch_id, action, processed_at)
               VALUES
                   (:RTN-DATABANK-ID, :RTN-REASON,
                    CAST(:RTN-RETURN-DATE AS DATE),
                    NULLIF(TRIM(:RTN-SUPPLIER-ID), ''),
                    NULLIF(:RTN-LOAD-BATCH-ID, 0),
                    :RTN-ACTION, CURRENT_TIMESTAMP)
               ON CONFLICT (databank_id, return_date, reason)
                   DO NOTHING
           END-EXEC.

           IF SQLCODE = -30 AND RETRY-COUNT < RETRY-MAX-ATTEMPTS
               ADD 1 TO RETRY-COUNT
               DISPLAY 'Transient database error, retry ' RETRY-COUNT
                       ' of ' RETRY-MAX-ATTEMPTS '...'
               CALL 'C$SLEEP' USING RETRY-PAUSE-SECONDS
               GO TO 3100-LOG-ONE-RETURN-RETRY
           END-IF.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   ADD 1 TO ROWS-DUPLICATE-COUNT
                   MOVE 'already logged - skipped' TO ACTION-TEXT
                   PERFORM 3850-REPORT-RETURN
                       THRU 3850-REPORT-RETURN-END
                   GO TO 3100-LOG-ONE-RETURN-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           ADD 1 TO ROWS-LOGGED-COUNT.

           PERFORM 3300-MARK-CONTACT-RETURNED
               THRU 3300-MARK-CONTACT-RETURNED-END.

           IF RTN-ACTION = 'D'
               PERFORM 3400-QUEUE-DECEASED-REVIEW
                   THRU 3400-QUEUE-DECEASED-REVIEW-END
           ELSE
               PERFORM 3200-FLAG-ADDRESS
                   THRU 3200-FLAG-ADDRESS-END
           END-IF.

           PERFORM 3850-REPORT-RETURN
               THRU 3850-REPORT-RETURN-END.
       3100-LOG-ONE-RETURN-END.
      ******************************************************************
       3200-FLAG-ADDRESS.
           EXEC SQL
               UPDATE databank
               SET post_return_count = :RTN-NEW-COUNT,
                   post_return_reason = :RTN-REASON,
                   post_return_date = CAST(:RTN-RETURN-DATE AS DATE),
                   address_status = :RTN-NEW-STATUS
               WHERE id = :RTN-DATABANK-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE RTN-PRIOR-COUNT TO RETURN-COUNT-DISP.
           MOVE SPACES TO JOURNAL-OLD-VALUES.
           STRING 'address_status=' DELIMITED BY SIZE
                  RTN-PRIOR-STATUS DELIMITED BY SIZE
                  ',post_return_count=' DELIMITED BY SIZE
                  FUNCTION TRIM(RETURN-COUNT-DISP) DELIMITED BY SIZE
                  INTO JOURNAL-OLD-VALUES.

           MOVE RTN-NEW-COUNT TO RETURN-COUNT-DISP.
           MOVE SPACES TO JOURNAL-NEW-VALUES.
           STRING 'address_status=' DELIMITED BY SIZE
                  RTN-NEW-STATUS DELIMITED BY SIZE
                  ',post_return_count=' DELIMITED BY SIZE
                  FUNCTION TRIM(RETURN-COUNT-DISP) DELIMITED BY SIZE
                  INTO JOURNAL-NEW-VALUES.

           EXEC SQL
               INSERT INTO databank_change_journal
                   (databank_id, changed_columns, change_type,
                    changed_at, program_name, old_values, new_values)
               VALUES
                   (:RTN-DATABANK-ID,
                    'address_status,post_return_count,' ||
                    'post_return_reason,post_return_date', 'U',
                    CURRENT_TIMESTAMP, 'PostRet',
                    :JOURNAL-OLD-VALUES, :JOURNAL-NEW-VALUES)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF RTN-ACTION = 'R'
               IF RTN-PRIOR-STATUS = 'R'
                   MOVE 'address already withdrawn' TO ACTION-TEXT
               ELSE
                   ADD 1 TO ROWS-BLOCKED-COUNT
                   MOVE 'address withdrawn from letter runs'
                       TO ACTION-TEXT
               END-IF
           ELSE
               MOVE 'undeliverable noted' TO ACTION-TEXT
           END-IF.
       3200-FLAG-ADDRESS-END.
      ******************************************************************
      * The returned envelope is the latest letter sent to the record
      * on or before the return date that is not already marked.
       3300-MARK-CONTACT-RETURNED.
           EXEC SQL
               UPDATE contact_history
               SET returned_at = CAST(:RTN-RETURN-DATE AS TIMESTAMP)
               WHERE id =
                   (SELECT MAX(ch.id)
                      FROM contact_history ch
                     WHERE ch.databank_id = :RTN-DATABANK-ID
                       AND ch.channel = 'POST'
                       AND ch.returned_at IS NULL
                       AND ch.contacted_at <
                           CAST(:RTN-RETURN-DATE AS DATE) + 1)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3300-MARK-CONTACT-RETURNED-END.
      ******************************************************************
      * The same proposal DecMatch raises from the registry, with the
      * names as the databank holds them and 'RETURN' as confidence;
      * a proposal already waiting for the person is not doubled.
       3400-QUEUE-DECEASED-REVIEW.
           ADD 1 TO ROWS-DECEASED-COUNT.

           EXEC SQL
               SELECT COUNT(*) INTO :PENDING-ROW-COUNT
               FROM deceased_review
               WHERE databank_id = :RTN-DATABANK-ID
                 AND status = 'P'
           END-EXEC.

           IF PENDING-ROW-COUNT > 0
               MOVE 'deceased review already pending' TO ACTION-TEXT
               GO TO 3400-QUEUE-DECEASED-REVIEW-END
           END-IF.

           EXEC SQL
               INSERT INTO deceased_review
                   (databank_id, registry_last_name,
                    registry_first_name, registry_birth_date,
                    confidence, status, proposed_at)
               VALUES
                   (:RTN-DATABANK-ID, :RTN-LAST-NAME, :RTN-FIRST-NAME,
                    NULL, 'RETURN', 'P', CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'queued for deceased review (DecRev)' TO ACTION-TEXT.
       3400-QUEUE-DECEASED-REVIEW-END.
      ******************************************************************
       3800-REJECT-RETURN.
           ADD 1 TO ROWS-REJECTED-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING '  REJECTED ' DELIMITED BY SIZE
                  PR-DATABANK-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PR-REASON DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  FUNCTION TRIM(REJECT-REASON) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
       3800-REJECT-RETURN-END.
      ******************************************************************
       3850-REPORT-RETURN.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ' DELIMITED BY SIZE
                  RTN-DATABANK-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RTN-REASON DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RTN-RETURN-DATE DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  FUNCTION TRIM(ACTION-TEXT) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
       3850-REPORT-RETURN-END.
      ******************************************************************
       3900-WRITE-RUN-TALLY.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Slips read: ' DELIMITED BY SIZE
                  ROWS-READ-COUNT DELIMITED BY SIZE
                  '  logged: ' DELIMITED BY SIZE
                  ROWS-LOGGED-COUNT DELIMITED BY SIZE
                  '  addresses withdrawn: ' DELIMITED BY SIZE
                  ROWS-BLOCKED-COUNT DELIMITED BY SIZE
                  '  deceased: ' DELIMITED BY SIZE
                  ROWS-DECEASED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Already logged: ' DELIMITED BY SIZE
                  ROWS-DUPLICATE-COUNT DELIMITED BY SIZE
                  '  rejected: ' DELIMITED BY SIZE
                  ROWS-REJECTED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
       3900-WRITE-RUN-TALLY-END.
      ******************************************************************
       3950-WRITE-REPORT-LINE.
           WRITE RETURN-REPORT-LINE FROM REPORT-LINE.
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
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1030-CHECK-OPS-HOLD-END.
      ******************************************************************
