       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddrVer.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTAL-REF-FILE ASSIGN TO POSTAL-REF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTAL-REF-STATUS.

           SELECT ADDRVER-REPORT-FILE ASSIGN TO ADDRVER-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The post office's reference file, one record per postal code
      * and locality, plus one per street where the post office
      * publishes the street list for that code. A country present in
      * the file is replaced as a whole, so a withdrawn postal code
      * disappears with the next delivery.
       FD  POSTAL-REF-FILE.
       01  POSTAL-REF-RECORD.
           05  PR-COUNTRY-CODE    PIC X(10).
           05  PR-POSTAL-CODE     PIC X(10).
           05  PR-LOCALITY        PIC X(50).
           05  PR-STREET          PIC X(50).

       FD  ADDRVER-REPORT-FILE.
       01  ADDRVER-REPORT-LINE    PIC X(150).

       WORKING-STORAGE SECTION.
       01  POSTAL-REF-FILENAME    PIC X(40) VALUE 'POSTALREF.TXT'.
       01  WS-POSTAL-REF-STATUS   PIC X(02) VALUE SPACES.
           88  POSTAL-REF-STATUS-OK      VALUE '00'.
           88  POSTAL-REF-NOT-FOUND      VALUE '35'.
       01  POSTAL-REF-EOF-SWITCH  PIC X VALUE 'N'.
           88  POSTAL-REF-EOF     VALUE 'Y'.
       01  ADDRVER-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  RUN-MODE-PARM          PIC X(30) VALUE SPACES.
       01  RUN-MODE-TOKEN         PIC X(10) VALUE SPACES.
       01  RUN-MODE-PTR           PIC 9(3) VALUE 1.
       01  REPORT-LINE            PIC X(150) VALUE SPACES.
       01  REPORT-LINE-COUNT      PIC 9(6) VALUE ZEROS.

      * Countries already replaced from this run's reference file.
       01  REFRESHED-CC-TABLE.
           05  REFRESHED-CC       OCCURS 50 TIMES PIC X(10).
       01  REFRESHED-CC-COUNT     PIC 9(2) VALUE ZEROS.
       01  REFRESHED-CC-IDX       PIC 9(2) VALUE ZEROS.
       01  REFRESHED-FOUND-SWITCH PIC X VALUE 'N'.
           88  REFRESHED-FOUND    VALUE 'Y'.
       01  POSTAL-REF-LOADED-COUNT PIC 9(7) VALUE ZEROS.

       01  CURRENT-BATCH-ID       PIC S9(9) COMP-5 VALUE -1.
       01  BATCH-ID-DISP          PIC 9(9) VALUE ZEROS.
       01  BATCH-CHECKED-COUNT    PIC 9(6) VALUE ZEROS.
       01  BATCH-VERIFIED-COUNT   PIC 9(6) VALUE ZEROS.
       01  BATCH-CORRECTED-COUNT  PIC 9(6) VALUE ZEROS.
       01  BATCH-INVALID-COUNT    PIC 9(6) VALUE ZEROS.
       01  ROWS-READ-COUNT        PIC 9(6) VALUE ZEROS.
       01  ROWS-VERIFIED-COUNT    PIC 9(6) VALUE ZEROS.
       01  ROWS-CORRECTED-COUNT   PIC 9(6) VALUE ZEROS.
       01  ROWS-INVALID-COUNT     PIC 9(6) VALUE ZEROS.
       01  ROWS-NOREF-COUNT       PIC 9(6) VALUE ZEROS.
       01  ROWS-UPDATED-COUNT     PIC 9(6) VALUE ZEROS.

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
       COPY "CtlLog.cpy".

      * FULL re-checks every address already graded, after a new
      * reference delivery; the nightly default only grades the
      * unverified ones (new loads and DbMnt corrections).
       01  FULL-MODE-SWITCH       PIC X VALUE 'N'.
           88  FULL-MODE          VALUE 'Y'.

       01  PRF-COUNTRY-CODE       PIC X(10) VALUE SPACES.
       01  PRF-POSTAL-CODE        PIC X(10) VALUE SPACES.
       01  PRF-LOCALITY           PIC X(50) VALUE SPACES.
       01  PRF-STREET             PIC X(50) VALUE SPACES.

       01  SQL-ADDRESS-ROW.
           05  ADV-ID             PIC X(36).
           05  ADV-COUNTRY-CODE   PIC X(10).
           05  ADV-STREET         PIC X(50).
           05  ADV-POSTAL-CODE    PIC X(10).
           05  ADV-CITY           PIC X(50).
           05  ADV-PRIOR-STATUS   PIC X(1).
           05  ADV-BATCH-ID       PIC S9(9) COMP-5.
           05  ADV-SUPPLIER-ID    PIC X(10).

       01  ADV-NEW-STATUS         PIC X(1) VALUE SPACE.
       01  ADV-NEW-CITY           PIC X(50) VALUE SPACES.
       01  ADV-REASON             PIC X(40) VALUE SPACES.
       01  REF-ROW-COUNT          PIC S9(9) COMP-5 VALUE ZERO.
       01  REF-STREET-COUNT       PIC S9(9) COMP-5 VALUE ZERO.
       01  REF-LOCALITY           PIC X(50) VALUE SPACES.
       01  JOURNAL-OLD-VALUES     PIC X(600).
       01  JOURNAL-NEW-VALUES     PIC X(600).
       01  JOURNAL-COLUMNS        PIC X(100).
       COPY "SrcVar.cpy".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LS-RETURN-CODE         PIC 9(4) COMP VALUE ZERO.
       01  LS-JOB-PARM            PIC X(100).

       PROCEDURE DIVISION USING LS-RETURN-CODE LS-JOB-PARM.
       1000-MAIN-START.
           MOVE 'AddrVer' TO JRL-PROGRAM-NAME.
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

           PERFORM 1100-GET-RUN-MODE
               THRU 1100-GET-RUN-MODE-END.

           MOVE 'AddrVer' TO LCK-JOB-NAME.
           PERFORM 1040-ACQUIRE-JOB-LOCK
               THRU 1040-ACQUIRE-JOB-LOCK-END.

           PERFORM 1080-LOAD-POSTAL-REFERENCE
               THRU 1080-LOAD-POSTAL-REFERENCE-END.

           PERFORM 1200-OPEN-REPORT-FILE
               THRU 1200-OPEN-REPORT-FILE-END.

           PERFORM 1035-SET-CHANGE-SOURCE
               THRU 1035-SET-CHANGE-SOURCE-END.

           PERFORM 3000-VERIFY-ADDRESSES
               THRU 3000-VERIFY-ADDRESSES-END.

           PERFORM 3900-WRITE-RUN-TALLY
               THRU 3900-WRITE-RUN-TALLY-END.

           CLOSE ADDRVER-REPORT-FILE.

      *    Graded result: addresses left unverified because their
      *    country has no reference data are worth a warning - the
      *    reference file for that country is missing or late.
           IF ROWS-NOREF-COUNT > 0
               MOVE 4 TO JRL-RETURN-CODE
               MOVE 4 TO LS-RETURN-CODE
           ELSE
               MOVE 0 TO JRL-RETURN-CODE
               MOVE 0 TO LS-RETURN-CODE
           END-IF.

           MOVE ROWS-READ-COUNT TO JRL-ROWS-READ.
           MOVE ROWS-UPDATED-COUNT TO JRL-ROWS-UPDATED.
           MOVE ROWS-INVALID-COUNT TO JRL-ROWS-REJECTED.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.

           PERFORM 8942-TAG-CONTROL-FILE-LOG
               THRU 8942-TAG-CONTROL-FILE-LOG-END.

           MOVE 'AddrVer' TO CAT-PROGRAM-NAME.
           MOVE ADDRVER-REPORT-FILENAME TO CAT-FILE-NAME.
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
       1100-GET-RUN-MODE.
      *    Under the Driver chain the job's own parameter card comes
      *    in through the CALL interface; the command line is only for
      *    standalone runs (it would otherwise be Driver's argument).
           IF ADDRESS OF LS-JOB-PARM NOT = NULL
               MOVE LS-JOB-PARM TO RUN-MODE-PARM
           ELSE
               ACCEPT RUN-MODE-PARM FROM COMMAND-LINE
           END-IF.
           MOVE FUNCTION UPPER-CASE(RUN-MODE-PARM) TO RUN-MODE-PARM.

           MOVE 1 TO RUN-MODE-PTR.
           PERFORM UNTIL RUN-MODE-PTR > FUNCTION LENGTH(RUN-MODE-PARM)
               MOVE SPACES TO RUN-MODE-TOKEN
               UNSTRING RUN-MODE-PARM DELIMITED BY ALL SPACE
                   INTO RUN-MODE-TOKEN
                   POINTER RUN-MODE-PTR
               END-UNSTRING
               EVALUATE RUN-MODE-TOKEN
                   WHEN 'FULL'
                       SET FULL-MODE TO TRUE
                       DISPLAY 'Full mode - re-checking every address '
                               'against the reference.'
                   WHEN 'FORCE'
                       SET LOCK-FORCED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
       1100-GET-RUN-MODE-END.
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
      * The values this run changes are traced back to it, field by
      * field, by the provenance trigger on databank_store.
       1035-SET-CHANGE-SOURCE.
           MOVE 'AddrVer' TO SRC-PROGRAM-NAME.
           MOVE SPACES TO SRC-SOURCE-ID.

           COPY "SrcSet.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       1035-SET-CHANGE-SOURCE-END.
      ******************************************************************
      * The reference file is optional: without one the run grades
      * against the reference already on file.
       1080-LOAD-POSTAL-REFERENCE.
           OPEN INPUT POSTAL-REF-FILE.

           IF POSTAL-REF-NOT-FOUND
               DISPLAY 'Postal reference file not found - verifying '
                       'against the reference already on file.'
               GO TO 1080-LOAD-POSTAL-REFERENCE-END
           END-IF.

           IF NOT POSTAL-REF-STATUS-OK
               DISPLAY 'Error opening postal reference file, '
                       'status: ' WS-POSTAL-REF-STATUS
               GO TO 1080-LOAD-POSTAL-REFERENCE-END
           END-IF.

           READ POSTAL-REF-FILE
               AT END SET POSTAL-REF-EOF TO TRUE
           END-READ.

           PERFORM WITH TEST BEFORE UNTIL POSTAL-REF-EOF
               MOVE POSTAL-REF-RECORD TO CTL-RECORD-IMAGE
               PERFORM 8935-ADD-RECORD-CHECKSUM
                   THRU 8935-ADD-RECORD-CHECKSUM-END
               ADD 1 TO CTL-ROW-COUNT-HOST
               PERFORM 1085-UPSERT-POSTAL-REF-ROW
                   THRU 1085-UPSERT-POSTAL-REF-ROW-END

               READ POSTAL-REF-FILE
                   AT END SET POSTAL-REF-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE POSTAL-REF-FILE.

           DISPLAY 'Postal reference rows loaded: '
                   POSTAL-REF-LOADED-COUNT
                   ' for ' REFRESHED-CC-COUNT ' countries.'.

           MOVE 'AddrVer' TO CTL-PROGRAM-NAME.
           MOVE POSTAL-REF-FILENAME TO CTL-FILE-NAME.
           PERFORM 8940-REGISTER-CONTROL-FILE
               THRU 8940-REGISTER-CONTROL-FILE-END.
       1080-LOAD-POSTAL-REFERENCE-END.
      ******************************************************************
       1085-UPSERT-POSTAL-REF-ROW.
           IF PR-COUNTRY-CODE = SPACES OR PR-POSTAL-CODE = SPACES
            OR PR-LOCALITY = SPACES
               GO TO 1085-UPSERT-POSTAL-REF-ROW-END
           END-IF.

           MOVE FUNCTION UPPER-CASE(PR-COUNTRY-CODE)
               TO PRF-COUNTRY-CODE.
           MOVE FUNCTION UPPER-CASE(PR-POSTAL-CODE)
               TO PRF-POSTAL-CODE.
           MOVE PR-LOCALITY TO PRF-LOCALITY.
           MOVE PR-STREET TO PRF-STREET.

      *    First record of a country in this delivery: clear that
      *    country's old reference so the file replaces it.
           MOVE 'N' TO REFRESHED-FOUND-SWITCH.
           PERFORM VARYING REFRESHED-CC-IDX FROM 1 BY 1
                   UNTIL REFRESHED-CC-IDX > REFRESHED-CC-COUNT
                      OR REFRESHED-FOUND
               IF REFRESHED-CC(REFRESHED-CC-IDX) = PRF-COUNTRY-CODE
                   SET REFRESHED-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF NOT REFRESHED-FOUND
               IF REFRESHED-CC-COUNT >= 50
                   DISPLAY 'Warning: more than 50 countries in the '
                           'reference file - '
                           FUNCTION TRIM(PRF-COUNTRY-CODE)
                           ' added to, not replaced.'
               ELSE
                   ADD 1 TO REFRESHED-CC-COUNT
                   MOVE PRF-COUNTRY-CODE
                       TO REFRESHED-CC(REFRESHED-CC-COUNT)

                   EXEC SQL
                       DELETE FROM postal_reference
                       WHERE country_code = :PRF-COUNTRY-CODE
                   END-EXEC

                   IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
                   END-IF
               END-IF
           END-IF.

           EXEC SQL
               INSERT INTO postal_reference
                   (country_code, postal_code, locality, street,
                    loaded_at)
               VALUES
                   (TRIM(:PRF-COUNTRY-CODE), TRIM(:PRF-POSTAL-CODE),
                    TRIM(:PRF-LOCALITY), TRIM(:PRF-STREET),
                    CURRENT_TIMESTAMP)
               ON CONFLICT (country_code, postal_code, locality,
                            street) DO NOTHING
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO POSTAL-REF-LOADED-COUNT
           ELSE
               IF SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.
       1085-UPSERT-POSTAL-REF-ROW-END.
      ******************************************************************
       1200-OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           STRING 'ADDRVER_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO ADDRVER-REPORT-FILENAME.

           OPEN OUTPUT ADDRVER-REPORT-FILE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Address verification exceptions by supplier batch'
                      DELIMITED BY SIZE
                  ' - run ' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
       1200-OPEN-REPORT-FILE-END.
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

           MOVE 'AddrVer' TO ERR-PROGRAM-NAME.
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
      * Every address with a street is graded against the reference:
      * 'V' when postal code, locality and (where the post office
      * lists them) street all match, 'C' when only the spelling of
      * the city was off and has been put right, 'I' when the address
      * cannot be sorted. Addresses flagged bad ('B') by the desk or
      * returned post are left alone. The cursor runs in load-batch
      * order so the exception report breaks per supplier batch.
       3000-VERIFY-ADDRESSES.
           EXEC SQL DECLARE ADDR_CUR CURSOR FOR
               SELECT d.id, COALESCE(d.country_code, ''),
                      COALESCE(d.street, ''),
                      COALESCE(d.postal_code, ''),
                      COALESCE(d.city, ''),
                      COALESCE(d.address_status, 'U'),
                      COALESCE(d.load_batch_id, 0),
                      COALESCE(lb.supplier_id, '')
               FROM databank d
               LEFT JOIN load_batch lb
                      ON lb.batch_id = d.load_batch_id
               WHERE TRIM(COALESCE(d.street, '')) <> ''
                 AND (COALESCE(d.address_status, 'U') = 'U'
                      OR (:FULL-MODE-SWITCH = 'Y'
                          AND d.address_status IN ('V', 'C', 'I')))
               ORDER BY COALESCE(d.load_batch_id, 0), d.id
           END-EXEC.

           EXEC SQL OPEN ADDR_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH ADDR_CUR
                   INTO :ADV-ID, :ADV-COUNTRY-CODE, :ADV-STREET,
                        :ADV-POSTAL-CODE, :ADV-CITY,
                        :ADV-PRIOR-STATUS, :ADV-BATCH-ID,
                        :ADV-SUPPLIER-ID
               END-EXEC

               IF SQLCODE = 0 THEN
                   ADD 1 TO ROWS-READ-COUNT
                   IF ADV-BATCH-ID NOT = CURRENT-BATCH-ID
                       IF CURRENT-BATCH-ID NOT = -1
                           PERFORM 3190-CLOSE-BATCH
                               THRU 3190-CLOSE-BATCH-END
                       END-IF
                       PERFORM 3100-START-BATCH
                           THRU 3100-START-BATCH-END
                   END-IF

                   PERFORM 3200-VERIFY-ONE-ADDRESS
                       THRU 3200-VERIFY-ONE-ADDRESS-END
      *            The grading queries reuse SQLCODE; restore the
      *            fetch's success so the loop carries on.
                   MOVE 0 TO SQLCODE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE ADDR_CUR END-EXEC.

           IF CURRENT-BATCH-ID NOT = -1
               PERFORM 3190-CLOSE-BATCH
                   THRU 3190-CLOSE-BATCH-END
           END-IF.
       3000-VERIFY-ADDRESSES-END.
      ******************************************************************
       3100-START-BATCH.
           MOVE ADV-BATCH-ID TO CURRENT-BATCH-ID.
           MOVE ZEROS TO BATCH-CHECKED-COUNT.
           MOVE ZEROS TO BATCH-VERIFIED-COUNT.
           MOVE ZEROS TO BATCH-CORRECTED-COUNT.
           MOVE ZEROS TO BATCH-INVALID-COUNT.

           MOVE SPACES TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           IF ADV-BATCH-ID = 0
               MOVE 'Records without a load batch (keyed or legacy)'
                   TO REPORT-LINE
           ELSE
               MOVE ADV-BATCH-ID TO BATCH-ID-DISP
               STRING 'Load batch ' DELIMITED BY SIZE
                      BATCH-ID-DISP DELIMITED BY SIZE
                      '  supplier: ' DELIMITED BY SIZE
                      ADV-SUPPLIER-ID DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
       3100-START-BATCH-END.
      ******************************************************************
       3190-CLOSE-BATCH.
           MOVE SPACES TO REPORT-LINE.
           STRING '  Batch subtotal - checked: ' DELIMITED BY SIZE
                  BATCH-CHECKED-COUNT DELIMITED BY SIZE
                  '  verified: ' DELIMITED BY SIZE
                  BATCH-VERIFIED-COUNT DELIMITED BY SIZE
                  '  corrected: ' DELIMITED BY SIZE
                  BATCH-CORRECTED-COUNT DELIMITED BY SIZE
                  '  invalid: ' DELIMITED BY SIZE
                  BATCH-INVALID-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
       3190-CLOSE-BATCH-END.
      ******************************************************************
       3200-VERIFY-ONE-ADDRESS.
           MOVE SPACES TO ADV-REASON.
           MOVE ADV-CITY TO ADV-NEW-CITY.
           MOVE 'V' TO ADV-NEW-STATUS.

      *    No reference at all for the country: nothing to grade
      *    against, so the address stays as it is.
           EXEC SQL
               SELECT COUNT(*) INTO :REF-ROW-COUNT
               FROM postal_reference
               WHERE country_code = UPPER(TRIM(:ADV-COUNTRY-CODE))
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF REF-ROW-COUNT = 0
               ADD 1 TO ROWS-NOREF-COUNT
               GO TO 3200-VERIFY-ONE-ADDRESS-END
           END-IF.

           ADD 1 TO BATCH-CHECKED-COUNT.

           EXEC SQL
               SELECT COUNT(*) INTO :REF-ROW-COUNT
               FROM postal_reference
               WHERE country_code = UPPER(TRIM(:ADV-COUNTRY-CODE))
                 AND postal_code = UPPER(TRIM(:ADV-POSTAL-CODE))
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF REF-ROW-COUNT = 0
               MOVE 'I' TO ADV-NEW-STATUS
               MOVE 'Postal code unknown for country'
                   TO ADV-REASON
               GO TO 3250-RECORD-RESULT
           END-IF.

      *    The locality is compared with case, spaces and punctuation
      *    folded away; a match that differs only in spelling is put
      *    right to the post office's form.
           EXEC SQL
               SELECT COUNT(*) INTO :REF-ROW-COUNT
               FROM postal_reference
               WHERE country_code = UPPER(TRIM(:ADV-COUNTRY-CODE))
                 AND postal_code = UPPER(TRIM(:ADV-POSTAL-CODE))
                 AND locality = TRIM(:ADV-CITY)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF REF-ROW-COUNT = 0
               MOVE SPACES TO REF-LOCALITY
               EXEC SQL
                   SELECT COALESCE(MIN(locality), '')
                   INTO :REF-LOCALITY
                   FROM postal_reference
                   WHERE country_code = UPPER(TRIM(:ADV-COUNTRY-CODE))
                     AND postal_code = UPPER(TRIM(:ADV-POSTAL-CODE))
                     AND UPPER(TRANSLATE(locality, ' -''.,/', ''))
                       = UPPER(TRANSLATE(TRIM(:ADV-CITY),
                                         ' -''.,/', ''))
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               IF REF-LOCALITY = SPACES
                   MOVE 'I' TO ADV-NEW-STATUS
                   MOVE 'City does not match postal code'
                       TO ADV-REASON
                   GO TO 3250-RECORD-RESULT
               END-IF

               MOVE REF-LOCALITY TO ADV-NEW-CITY
               MOVE 'C' TO ADV-NEW-STATUS
               MOVE 'City spelling corrected' TO ADV-REASON
           END-IF.

      *    Where the post office lists the streets of a postal code,
      *    the street must be one of them.
           EXEC SQL
               SELECT COUNT(*) INTO :REF-STREET-COUNT
               FROM postal_reference
               WHERE country_code = UPPER(TRIM(:ADV-COUNTRY-CODE))
                 AND postal_code = UPPER(TRIM(:ADV-POSTAL-CODE))
                 AND street <> ''
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF REF-STREET-COUNT > 0
               EXEC SQL
                   SELECT COUNT(*) INTO :REF-ROW-COUNT
                   FROM postal_reference
                   WHERE country_code = UPPER(TRIM(:ADV-COUNTRY-CODE))
                     AND postal_code = UPPER(TRIM(:ADV-POSTAL-CODE))
                     AND UPPER(TRANSLATE(street, ' -''.,/', ''))
                       = UPPER(TRANSLATE(TRIM(:ADV-STREET),
                                         ' -''.,/', ''))
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               IF REF-ROW-COUNT = 0
                   MOVE 'I' TO ADV-NEW-STATUS
                   MOVE ADV-CITY TO ADV-NEW-CITY
                   MOVE 'Street not known at postal code'
                       TO ADV-REASON
               END-IF
           END-IF.

       3250-RECORD-RESULT.
           EVALUATE ADV-NEW-STATUS
               WHEN 'V'
                   ADD 1 TO BATCH-VERIFIED-COUNT
                   ADD 1 TO ROWS-VERIFIED-COUNT
               WHEN 'C'
                   ADD 1 TO BATCH-CORRECTED-COUNT
                   ADD 1 TO ROWS-CORRECTED-COUNT
               WHEN OTHER
                   ADD 1 TO BATCH-INVALID-COUNT
                   ADD 1 TO ROWS-INVALID-COUNT
           END-EVALUATE.

           PERFORM 3300-APPLY-VERIFY-RESULT
               THRU 3300-APPLY-VERIFY-RESULT-END.

           IF ADV-NEW-STATUS NOT = 'V'
               PERFORM 3400-WRITE-EXCEPTION-LINE
                   THRU 3400-WRITE-EXCEPTION-LINE-END
           END-IF.
       3200-VERIFY-ONE-ADDRESS-END.
      ******************************************************************
       3300-APPLY-VERIFY-RESULT.
           MOVE ZERO TO RETRY-COUNT.
       3300-APPLY-VERIFY-RESULT-RETRY.
           EXEC SQL
               UPDATE databank
               SET address_status = :ADV-NEW-STATUS,
                   city = CASE WHEN :ADV-NEW-STATUS = 'C'
                               THEN TRIM(:ADV-NEW-CITY)
                               ELSE city END,
                   address_checked_at = CURRENT_TIMESTAMP,
                   address_check_reason =
                       CASE WHEN TRIM(:ADV-REASON) = ''
                            THEN NULL ELSE :ADV-REASON END
               WHERE id = :ADV-ID
           END-EXEC.

           IF SQLCODE = -30 AND RETRY-COUNT < RETRY-MAX-ATTEMPTS
               ADD 1 TO RETRY-COUNT
               DISPLAY 'Transient database error, retry ' RETRY-COUNT
                       ' of ' RETRY-MAX-ATTEMPTS '...'
               CALL 'C$SLEEP' USING RETRY-PAUSE-SECONDS
               GO TO 3300-APPLY-VERIFY-RESULT-RETRY
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           ADD 1 TO ROWS-UPDATED-COUNT.

      *    Only a real change goes to the journal - a FULL re-check
      *    that lands on the same grade is not news for the feed.
           IF ADV-NEW-STATUS = ADV-PRIOR-STATUS
            AND ADV-NEW-STATUS NOT = 'C'
               GO TO 3300-APPLY-VERIFY-RESULT-END
           END-IF.

           MOVE SPACES TO JOURNAL-OLD-VALUES.
           MOVE SPACES TO JOURNAL-NEW-VALUES.
           IF ADV-NEW-STATUS = 'C'
               MOVE 'address_status,city' TO JOURNAL-COLUMNS
               STRING 'address_status=' DELIMITED BY SIZE
                      ADV-PRIOR-STATUS DELIMITED BY SIZE
                      '|city=' DELIMITED BY SIZE
                      FUNCTION TRIM(ADV-CITY) DELIMITED BY SIZE
                      INTO JOURNAL-OLD-VALUES
               STRING 'address_status=' DELIMITED BY SIZE
                      ADV-NEW-STATUS DELIMITED BY SIZE
                      '|city=' DELIMITED BY SIZE
                      FUNCTION TRIM(ADV-NEW-CITY) DELIMITED BY SIZE
                      INTO JOURNAL-NEW-VALUES
           ELSE
               MOVE 'address_status' TO JOURNAL-COLUMNS
               STRING 'address_status=' DELIMITED BY SIZE
                      ADV-PRIOR-STATUS DELIMITED BY SIZE
                      INTO JOURNAL-OLD-VALUES
               STRING 'address_status=' DELIMITED BY SIZE
                      ADV-NEW-STATUS DELIMITED BY SIZE
                      INTO JOURNAL-NEW-VALUES
           END-IF.

           EXEC SQL
               INSERT INTO databank_change_journal
                   (databank_id, changed_columns, change_type,
                    changed_at, program_name, old_values, new_values)
               VALUES
                   (:ADV-ID, :JOURNAL-COLUMNS, 'U',
                    CURRENT_TIMESTAMP, 'AddrVer',
                    :JOURNAL-OLD-VALUES, :JOURNAL-NEW-VALUES)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3300-APPLY-VERIFY-RESULT-END.
      ******************************************************************
       3400-WRITE-EXCEPTION-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF ADV-NEW-STATUS = 'C'
               STRING '  ' DELIMITED BY SIZE
                      ADV-ID DELIMITED BY SIZE
                      ' CORRECTED ' DELIMITED BY SIZE
                      FUNCTION TRIM(ADV-POSTAL-CODE) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(ADV-CITY) DELIMITED BY SIZE
                      ' -> ' DELIMITED BY SIZE
                      FUNCTION TRIM(ADV-NEW-CITY) DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING '  ' DELIMITED BY SIZE
                      ADV-ID DELIMITED BY SIZE
                      ' INVALID ' DELIMITED BY SIZE
                      FUNCTION TRIM(ADV-REASON) DELIMITED BY SIZE
                      ': ' DELIMITED BY SIZE
                      FUNCTION TRIM(ADV-STREET) DELIMITED BY SIZE
                      ', ' DELIMITED BY SIZE
                      FUNCTION TRIM(ADV-POSTAL-CODE) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(ADV-CITY) DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      FUNCTION TRIM(ADV-COUNTRY-CODE)
                          DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
       3400-WRITE-EXCEPTION-LINE-END.
      ******************************************************************
       3900-WRITE-RUN-TALLY.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Addresses read: ' DELIMITED BY SIZE
                  ROWS-READ-COUNT DELIMITED BY SIZE
                  '  verified: ' DELIMITED BY SIZE
                  ROWS-VERIFIED-COUNT DELIMITED BY SIZE
                  '  corrected: ' DELIMITED BY SIZE
                  ROWS-CORRECTED-COUNT DELIMITED BY SIZE
                  '  invalid: ' DELIMITED BY SIZE
                  ROWS-INVALID-COUNT DELIMITED BY SIZE
                  '  no reference for country: ' DELIMITED BY SIZE
                  ROWS-NOREF-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
       3900-WRITE-RUN-TALLY-END.
      ******************************************************************
       3950-WRITE-REPORT-LINE.
           WRITE ADDRVER-REPORT-LINE FROM REPORT-LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       3950-WRITE-REPORT-LINE-END.
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
      * Fold one control-file record into the running byte checksum.
       8935-ADD-RECORD-CHECKSUM.
           PERFORM VARYING CTL-BYTE-IDX FROM 1 BY 1
                   UNTIL CTL-BYTE-IDX > 100
               IF CTL-RECORD-IMAGE(CTL-BYTE-IDX:1) NOT = SPACE
                   ADD FUNCTION ORD(
                       CTL-RECORD-IMAGE(CTL-BYTE-IDX:1))
                       TO CTL-CHECKSUM-HOST
               END-IF
           END-PERFORM.
       8935-ADD-RECORD-CHECKSUM-END.
      ******************************************************************
      * Register the control-file version this run actually used: a
      * retained dated copy on disk plus checksum, row count and the
      * run reference in control_file_log.
       8940-REGISTER-CONTROL-FILE.
           MOVE SPACES TO CTL-RETAINED-HOST.
           STRING 'CTLCOPY_' DELIMITED BY SIZE
                  FUNCTION TRIM(CTL-PROGRAM-NAME) DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO CTL-RETAINED-HOST.

           MOVE SPACES TO CTL-SYSTEM-COMMAND.
           STRING 'cp ' DELIMITED BY SIZE
                  FUNCTION TRIM(CTL-FILE-NAME) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(CTL-RETAINED-HOST) DELIMITED BY SIZE
                  INTO CTL-SYSTEM-COMMAND.
           CALL 'SYSTEM' USING CTL-SYSTEM-COMMAND.

           EXEC SQL
               INSERT INTO control_file_log
                   (program_name, file_name, checksum, row_count,
                    retained_copy, loaded_at)
               VALUES
                   (:CTL-PROGRAM-NAME, :CTL-FILE-NAME,
                    :CTL-CHECKSUM-HOST, :CTL-ROW-COUNT-HOST,
                    :CTL-RETAINED-HOST, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8940-REGISTER-CONTROL-FILE-END.
      ******************************************************************
      * The lineage row was written before this run's job_run_log
      * entry existed, so the run reference is stamped on afterwards
      * - the freshest AddrVer entry is this run's own.
       8942-TAG-CONTROL-FILE-LOG.
           EXEC SQL
               UPDATE control_file_log
               SET job_run_log_id =
                   (SELECT MAX(id) FROM job_run_log
                     WHERE program_name = 'AddrVer')
               WHERE program_name = 'AddrVer'
                 AND job_run_log_id IS NULL
                 AND loaded_at >= CAST(:JRL-STARTED-TS AS TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8942-TAG-CONTROL-FILE-LOG-END.
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
