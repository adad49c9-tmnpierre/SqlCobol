       IDENTIFICATION DIVISION.
       PROGRAM-ID. FwdMatch.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORWARD-INPUT-FILE ASSIGN TO FORWARD-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORWARD-INPUT-STATUS.

           SELECT FORWARD-REPORT-FILE
               ASSIGN TO FORWARD-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The postal service's monthly forwarding file: who moved, from
      * which address to which, and when (YYYY-MM-DD).
       FD  FORWARD-INPUT-FILE.
       01  FORWARD-INPUT-RECORD.
           05  FW-LAST-NAME       PIC X(50).
           05  FW-FIRST-NAME      PIC X(50).
           05  FW-OLD-STREET      PIC X(50).
           05  FW-OLD-POSTAL-CODE PIC X(10).
           05  FW-OLD-CITY        PIC X(50).
           05  FW-NEW-STREET      PIC X(50).
           05  FW-NEW-HOUSE-NO    PIC X(10).
           05  FW-NEW-BOX-NO      PIC X(10).
           05  FW-NEW-POSTAL-CODE PIC X(10).
           05  FW-NEW-CITY        PIC X(50).
           05  FW-MOVE-DATE       PIC X(10).

       FD  FORWARD-REPORT-FILE.
       01  FORWARD-REPORT-LINE    PIC X(150).

       WORKING-STORAGE SECTION.
      * People move and we used to find out when the letter came
      * back. FwdMatch reads the forwarding file and matches every
      * entry on name plus old street, postal code and city against
      * the active databank records. Exactly one record matching
      * name and old address is confident: the new address is
      * applied, journalled before and after, and goes back to 'U'
      * for AddrVer to verify. Several such records, or one whose
      * name only nearly matches (same surname and initial, or same
      * first name under another surname), is doubtful and goes to
      * FwdRev's review list instead. The report closes with the
      * households touched by the moves, so HouseMnt membership can
      * be checked.
       01  FORWARD-INPUT-FILENAME PIC X(40)
               VALUE 'FORWARD_INPUT.TXT'.
       01  WS-FORWARD-INPUT-STATUS PIC X(02) VALUE SPACES.
           88  FORWARD-INPUT-STATUS-OK      VALUE '00'.
           88  FORWARD-INPUT-FILE-NOT-FOUND VALUE '35'.
       01  FORWARD-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  FORWARD-EOF-SWITCH     PIC X VALUE 'N'.
           88  FORWARD-EOF        VALUE 'Y'.

       01  CMD-LINE-PARM          PIC X(30) VALUE SPACES.
       01  CMD-TOKEN              PIC X(10) VALUE SPACES.
       01  CMD-PTR                PIC 9(3) VALUE 1.

       01  ENTRY-NO               PIC 9(6) VALUE ZEROS.
       01  ENTRIES-READ-COUNT     PIC 9(6) VALUE ZEROS.
       01  ENTRIES-APPLIED-COUNT  PIC 9(6) VALUE ZEROS.
       01  ENTRIES-REVIEW-COUNT   PIC 9(6) VALUE ZEROS.
       01  ENTRIES-ALREADY-COUNT  PIC 9(6) VALUE ZEROS.
       01  ENTRIES-UNMATCHED-COUNT PIC 9(6) VALUE ZEROS.
       01  CANDIDATES-QUEUED-COUNT PIC 9(6) VALUE ZEROS.
       01  HOUSEHOLDS-LISTED-COUNT PIC 9(6) VALUE ZEROS.
       01  ENTRY-OUTCOME          PIC X(9) VALUE SPACES.
       01  REPORT-LINE            PIC X(150) VALUE SPACES.
       01  REPORT-LINE-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  DASH-LINE              PIC X(70) VALUE ALL '-'.
       01  MEMBERS-DISP           PIC ZZZ9.
       01  MOVED-DISP             PIC ZZZ9.
       01  HOUSEHOLD-DISP         PIC ZZZZZZZZ9.

       COPY "RetryCfg.cpy".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "JobRun.cpy".
       COPY "JobLock.cpy".
       COPY "RptCat.cpy".

       01  FWD-ENTRY-REF          PIC X(20) VALUE SPACES.
       01  FWD-LAST-NAME          PIC X(50) VALUE SPACES.
       01  FWD-FIRST-NAME         PIC X(50) VALUE SPACES.
       01  FWD-OLD-STREET         PIC X(50) VALUE SPACES.
       01  FWD-OLD-POSTAL-CODE    PIC X(10) VALUE SPACES.
       01  FWD-OLD-CITY           PIC X(50) VALUE SPACES.
       01  FWD-NEW-STREET         PIC X(50) VALUE SPACES.
       01  FWD-NEW-HOUSE-NO       PIC X(10) VALUE SPACES.
       01  FWD-NEW-BOX-NO         PIC X(10) VALUE SPACES.
       01  FWD-NEW-POSTAL-CODE    PIC X(10) VALUE SPACES.
       01  FWD-NEW-CITY           PIC X(50) VALUE SPACES.
       01  FWD-MOVE-DATE          PIC X(10) VALUE SPACES.
       01  FWD-MATCH-TYPE         PIC X(8) VALUE SPACES.
       01  FWD-EXACT-COUNT        PIC S9(9) COMP-5 VALUE ZERO.
       01  FWD-CANDIDATE-COUNT    PIC S9(9) COMP-5 VALUE ZERO.
       01  FWD-PENDING-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  FWD-MATCHED-ID         PIC X(36) VALUE SPACES.

       01  CUR-STREET             PIC X(50) VALUE SPACES.
       01  CUR-HOUSE-NO           PIC X(10) VALUE SPACES.
       01  CUR-BOX-NO             PIC X(10) VALUE SPACES.
       01  CUR-POSTAL-CODE        PIC X(10) VALUE SPACES.
       01  CUR-CITY               PIC X(50) VALUE SPACES.
       01  CUR-ADDR-STATUS        PIC X(1) VALUE SPACE.
       01  JOURNAL-OLD-VALUES     PIC X(600).
       01  JOURNAL-NEW-VALUES     PIC X(600).

       01  HH-HOUSEHOLD-ID        PIC S9(9) COMP-5 VALUE ZERO.
       01  HH-HEAD-ID             PIC X(36) VALUE SPACES.
       01  HH-HEAD-NAME           PIC X(101) VALUE SPACES.
       01  HH-MEMBER-COUNT        PIC S9(9) COMP-5 VALUE ZERO.
       01  HH-MOVED-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
       COPY "SrcVar.cpy".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           MOVE 'FwdMatch' TO JRL-PROGRAM-NAME.
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

           MOVE 'FwdMatch' TO LCK-JOB-NAME.
           PERFORM 1040-ACQUIRE-JOB-LOCK
               THRU 1040-ACQUIRE-JOB-LOCK-END.

           PERFORM 1035-SET-CHANGE-SOURCE
               THRU 1035-SET-CHANGE-SOURCE-END.

           PERFORM 1100-OPEN-FORWARD-FILES
               THRU 1100-OPEN-FORWARD-FILES-END.

           IF FORWARD-INPUT-STATUS-OK
               PERFORM 3000-PROCESS-FORWARD-FILE
                   THRU 3000-PROCESS-FORWARD-FILE-END
               CLOSE FORWARD-INPUT-FILE

               PERFORM 3700-REPORT-HOUSEHOLDS
                   THRU 3700-REPORT-HOUSEHOLDS-END
           END-IF.

           PERFORM 3900-WRITE-RUN-TALLY
               THRU 3900-WRITE-RUN-TALLY-END.

           CLOSE FORWARD-REPORT-FILE.

      *    Graded result: entries waiting for review or not placed
      *    at all need a person - worth a warning, not a failure.
           IF ENTRIES-REVIEW-COUNT > 0
            OR ENTRIES-UNMATCHED-COUNT > 0
               MOVE 4 TO JRL-RETURN-CODE
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE ENTRIES-READ-COUNT TO JRL-ROWS-READ.
           MOVE ENTRIES-APPLIED-COUNT TO JRL-ROWS-UPDATED.
           MOVE ENTRIES-UNMATCHED-COUNT TO JRL-ROWS-REJECTED.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.

           MOVE 'FwdMatch' TO CAT-PROGRAM-NAME.
           MOVE FORWARD-REPORT-FILENAME TO CAT-FILE-NAME.
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
       1100-OPEN-FORWARD-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           STRING 'FWDMATCH_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO FORWARD-REPORT-FILENAME.

           OPEN OUTPUT FORWARD-REPORT-FILE.
           MOVE 'Change-of-address (forwarding) matching report'
               TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           OPEN INPUT FORWARD-INPUT-FILE.

           IF FORWARD-INPUT-FILE-NOT-FOUND
               MOVE SPACES TO REPORT-LINE
               STRING 'Forwarding file not found: ' DELIMITED BY SIZE
                      FORWARD-INPUT-FILENAME DELIMITED BY SIZE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE
               PERFORM 3950-WRITE-REPORT-LINE
                   THRU 3950-WRITE-REPORT-LINE-END
           ELSE
               IF NOT FORWARD-INPUT-STATUS-OK
                   DISPLAY 'Error opening forwarding file, status: '
                           WS-FORWARD-INPUT-STATUS
               END-IF
           END-IF.
       1100-OPEN-FORWARD-FILES-END.
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
      * The values this run changes are traced back to it, field by
      * field, by the provenance trigger on databank_store.
       1035-SET-CHANGE-SOURCE.
           MOVE 'FwdMatch' TO SRC-PROGRAM-NAME.
           MOVE SPACES TO SRC-SOURCE-ID.

           COPY "SrcSet.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       1035-SET-CHANGE-SOURCE-END.
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

           MOVE 'FwdMatch' TO ERR-PROGRAM-NAME.
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
       3000-PROCESS-FORWARD-FILE.
           DISPLAY 'Processing forwarding file '
                   FORWARD-INPUT-FILENAME '...'.

           MOVE SPACES TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           READ FORWARD-INPUT-FILE
               AT END SET FORWARD-EOF TO TRUE
           END-READ.

           PERFORM WITH TEST BEFORE UNTIL FORWARD-EOF
               ADD 1 TO ENTRY-NO

               IF FW-LAST-NAME NOT = SPACES
                   ADD 1 TO ENTRIES-READ-COUNT
                   PERFORM 3100-MATCH-ONE-ENTRY
                       THRU 3100-MATCH-ONE-ENTRY-END
               END-IF

               READ FORWARD-INPUT-FILE
                   AT END SET FORWARD-EOF TO TRUE
               END-READ
           END-PERFORM.
       3000-PROCESS-FORWARD-FILE-END.
      ******************************************************************
      * Old address means the same street, postal code (spaces
      * ignored) and city, case-blind; only active records count.
       3100-MATCH-ONE-ENTRY.
           MOVE SPACES TO FWD-ENTRY-REF.
           STRING 'FWD' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  ENTRY-NO DELIMITED BY SIZE
                  INTO FWD-ENTRY-REF.
           MOVE FW-LAST-NAME TO FWD-LAST-NAME.
           MOVE FW-FIRST-NAME TO FWD-FIRST-NAME.
           MOVE FW-OLD-STREET TO FWD-OLD-STREET.
           MOVE FW-OLD-POSTAL-CODE TO FWD-OLD-POSTAL-CODE.
           MOVE FW-OLD-CITY TO FWD-OLD-CITY.
           MOVE FW-NEW-STREET TO FWD-NEW-STREET.
           MOVE FW-NEW-HOUSE-NO TO FWD-NEW-HOUSE-NO.
           MOVE FW-NEW-BOX-NO TO FWD-NEW-BOX-NO.
           MOVE FW-NEW-POSTAL-CODE TO FWD-NEW-POSTAL-CODE.
           MOVE FW-NEW-CITY TO FWD-NEW-CITY.

           IF FW-MOVE-DATE(1:4) IS NUMERIC
            AND FW-MOVE-DATE(5:1) = '-'
            AND FW-MOVE-DATE(6:2) IS NUMERIC
            AND FW-MOVE-DATE(8:1) = '-'
            AND FW-MOVE-DATE(9:2) IS NUMERIC
               MOVE FW-MOVE-DATE TO FWD-MOVE-DATE
           ELSE
               MOVE SPACES TO FWD-MOVE-DATE
           END-IF.

           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(id), '')
               INTO :FWD-EXACT-COUNT, :FWD-MATCHED-ID
               FROM databank
               WHERE UPPER(TRIM(last_name)) =
                     UPPER(TRIM(:FWD-LAST-NAME))
                 AND UPPER(TRIM(first_name)) =
                     UPPER(TRIM(:FWD-FIRST-NAME))
                 AND UPPER(TRIM(COALESCE(street, ''))) =
                     UPPER(TRIM(:FWD-OLD-STREET))
                 AND UPPER(REPLACE(COALESCE(postal_code, ''),
                                   ' ', '')) =
                     UPPER(REPLACE(:FWD-OLD-POSTAL-CODE, ' ', ''))
                 AND UPPER(TRIM(COALESCE(city, ''))) =
                     UPPER(TRIM(:FWD-OLD-CITY))
                 AND COALESCE(status, 'A') = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EVALUATE TRUE
               WHEN FWD-EXACT-COUNT = 1
                   MOVE 'EXACT' TO FWD-MATCH-TYPE
                   PERFORM 3200-APPLY-NEW-ADDRESS
                       THRU 3200-APPLY-NEW-ADDRESS-END
               WHEN FWD-EXACT-COUNT > 1
                   MOVE 'SEVERAL' TO FWD-MATCH-TYPE
                   PERFORM 3300-QUEUE-CANDIDATES
                       THRU 3300-QUEUE-CANDIDATES-END
               WHEN OTHER
                   MOVE 'VARIANT' TO FWD-MATCH-TYPE
                   PERFORM 3300-QUEUE-CANDIDATES
                       THRU 3300-QUEUE-CANDIDATES-END
           END-EVALUATE.
       3100-MATCH-ONE-ENTRY-END.
      ******************************************************************
      * A confident match: the same change DbMnt would make to each
      * address field, in one update, with the whole address before
      * and after in the change journal. The new address has not
      * been through AddrVer yet ('U') and has no returned post.
       3200-APPLY-NEW-ADDRESS.
           EXEC SQL
               SELECT COALESCE(street, ''), COALESCE(house_no, ''),
                      COALESCE(box_no, ''), COALESCE(postal_code, ''),
                      COALESCE(city, ''),
                      COALESCE(address_status, 'U')
               INTO :CUR-STREET, :CUR-HOUSE-NO, :CUR-BOX-NO,
                    :CUR-POSTAL-CODE, :CUR-CITY, :CUR-ADDR-STATUS
               FROM databank
               WHERE id = :FWD-MATCHED-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

      *    The same file loaded twice finds the record already at its
      *    new address.
           IF FUNCTION UPPER-CASE(CUR-STREET) =
              FUNCTION UPPER-CASE(FWD-NEW-STREET)
            AND CUR-POSTAL-CODE = FWD-NEW-POSTAL-CODE
            AND CUR-HOUSE-NO = FWD-NEW-HOUSE-NO
               ADD 1 TO ENTRIES-ALREADY-COUNT
               MOVE 'ALREADY  ' TO REPORT-LINE
               PERFORM 3850-REPORT-ENTRY
                   THRU 3850-REPORT-ENTRY-END
               GO TO 3200-APPLY-NEW-ADDRESS-END
           END-IF.

           MOVE ZERO TO RETRY-COUNT.
       3200-APPLY-NEW-ADDRESS-RETRY.
           EXEC SQL
               UPDATE databank_store
               SET street_enc = pii_encrypt(TRIM(:FWD-NEW-STREET)),
                   house_no = NULLIF(TRIM(:FWD-NEW-HOUSE-NO), ''),
                   box_no = NULLIF(TRIM(:FWD-NEW-BOX-NO), ''),
                   postal_code = TRIM(:FWD-NEW-POSTAL-CODE),
                   city = TRIM(:FWD-NEW-CITY),
                   address_status = 'U',
                   post_return_count = 0
               WHERE id = :FWD-MATCHED-ID
           END-EXEC.

           IF SQLCODE = -30 AND RETRY-COUNT < RETRY-MAX-ATTEMPTS
               ADD 1 TO RETRY-COUNT
               DISPLAY 'Transient database error, retry ' RETRY-COUNT
                       ' of ' RETRY-MAX-ATTEMPTS '...'
               CALL 'C$SLEEP' USING RETRY-PAUSE-SECONDS
               GO TO 3200-APPLY-NEW-ADDRESS-RETRY
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO JOURNAL-OLD-VALUES.
           STRING 'street=' DELIMITED BY SIZE
                  FUNCTION TRIM(CUR-STREET) DELIMITED BY SIZE
                  '|house_no=' DELIMITED BY SIZE
                  FUNCTION TRIM(CUR-HOUSE-NO) DELIMITED BY SIZE
                  '|box_no=' DELIMITED BY SIZE
                  FUNCTION TRIM(CUR-BOX-NO) DELIMITED BY SIZE
                  '|postal_code=' DELIMITED BY SIZE
                  FUNCTION TRIM(CUR-POSTAL-CODE) DELIMITED BY SIZE
                  '|city=' DELIMITED BY SIZE
                  FUNCTION TRIM(CUR-CITY) DELIMITED BY SIZE
                  '|address_status=' DELIMITED BY SIZE
                  CUR-ADDR-STATUS DELIMITED BY SIZE
                  INTO JOURNAL-OLD-VALUES.

           MOVE SPACES TO JOURNAL-NEW-VALUES.
           STRING 'street=' DELIMITED BY SIZE
                  FUNCTION TRIM(FWD-NEW-STREET) DELIMITED BY SIZE
                  '|house_no=' DELIMITED BY SIZE
                  FUNCTION TRIM(FWD-NEW-HOUSE-NO) DELIMITED BY SIZE
                  '|box_no=' DELIMITED BY SIZE
                  FUNCTION TRIM(FWD-NEW-BOX-NO) DELIMITED BY SIZE
                  '|postal_code=' DELIMITED BY SIZE
                  FUNCTION TRIM(FWD-NEW-POSTAL-CODE) DELIMITED BY SIZE
                  '|city=' DELIMITED BY SIZE
                  FUNCTION TRIM(FWD-NEW-CITY) DELIMITED BY SIZE
                  '|address_status=U' DELIMITED BY SIZE
                  INTO JOURNAL-NEW-VALUES.

           EXEC SQL
               INSERT INTO databank_change_journal
                   (databank_id, changed_columns, change_type,
                    changed_at, program_name, old_values, new_values)
               VALUES
                   (:FWD-MATCHED-ID,
                    'street,house_no,box_no,postal_code,city,' ||
                    'address_status,post_return_count', 'U',
                    CURRENT_TIMESTAMP, 'FwdMatch',
                    :JOURNAL-OLD-VALUES, :JOURNAL-NEW-VALUES)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO address_forward_store
                   (entry_ref, databank_id, last_name, first_name,
                    old_street_enc, old_postal_code, old_city,
                    new_street_enc, new_house_no, new_box_no,
                    new_postal_code, new_city, move_date,
                    match_type, status, loaded_at, decided_by,
                    decided_at)
               VALUES
                   (:FWD-ENTRY-REF, :FWD-MATCHED-ID, :FWD-LAST-NAME,
                    :FWD-FIRST-NAME,
                    pii_encrypt(TRIM(:FWD-OLD-STREET)),
                    :FWD-OLD-POSTAL-CODE, :FWD-OLD-CITY,
                    pii_encrypt(TRIM(:FWD-NEW-STREET)),
                    :FWD-NEW-HOUSE-NO,
                    :FWD-NEW-BOX-NO, :FWD-NEW-POSTAL-CODE,
                    :FWD-NEW-CITY,
                    CASE WHEN TRIM(:FWD-MOVE-DATE) = '' THEN NULL
                         ELSE CAST(:FWD-MOVE-DATE AS DATE) END,
                    :FWD-MATCH-TYPE, 'A', CURRENT_TIMESTAMP,
                    'FwdMatch', CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           ADD 1 TO ENTRIES-APPLIED-COUNT.
           MOVE 'APPLIED  ' TO REPORT-LINE.
           PERFORM 3850-REPORT-ENTRY
               THRU 3850-REPORT-ENTRY-END.
       3200-APPLY-NEW-ADDRESS-END.
      ******************************************************************
      * Doubtful entries are never applied here. SEVERAL lists every
      * active record with the name at the old address; VARIANT lists
      * the records at the old address sharing the surname and first
      * initial, or the first name under another surname. A candidate
      * already waiting with the same new address is not doubled.
       3300-QUEUE-CANDIDATES.
           MOVE ZERO TO FWD-CANDIDATE-COUNT.

           EXEC SQL DECLARE FWDC_CUR CURSOR FOR
               SELECT id
               FROM databank
               WHERE UPPER(TRIM(COALESCE(street, ''))) =
                     UPPER(TRIM(:FWD-OLD-STREET))
                 AND UPPER(REPLACE(COALESCE(postal_code, ''),
                                   ' ', '')) =
                     UPPER(REPLACE(:FWD-OLD-POSTAL-CODE, ' ', ''))
                 AND UPPER(TRIM(COALESCE(city, ''))) =
                     UPPER(TRIM(:FWD-OLD-CITY))
                 AND COALESCE(status, 'A') = 'A'
                 AND ((:FWD-MATCH-TYPE = 'SEVERAL'
                       AND UPPER(TRIM(last_name)) =
                           UPPER(TRIM(:FWD-LAST-NAME))
                       AND UPPER(TRIM(first_name)) =
                           UPPER(TRIM(:FWD-FIRST-NAME)))
                   OR (:FWD-MATCH-TYPE = 'VARIANT'
                       AND ((UPPER(TRIM(last_name)) =
                             UPPER(TRIM(:FWD-LAST-NAME))
                             AND UPPER(SUBSTR(TRIM(first_name), 1, 1))
                                 = UPPER(SUBSTR(TRIM(:FWD-FIRST-NAME),
                                                1, 1)))
                         OR UPPER(TRIM(first_name)) =
                            UPPER(TRIM(:FWD-FIRST-NAME)))))
               ORDER BY id
           END-EXEC.

           EXEC SQL OPEN FWDC_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH FWDC_CUR INTO :FWD-MATCHED-ID
               END-EXEC

               IF SQLCODE = 0 THEN
                   PERFORM 3350-QUEUE-ONE-CANDIDATE
                       THRU 3350-QUEUE-ONE-CANDIDATE-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE FWDC_CUR END-EXEC.

           IF FWD-CANDIDATE-COUNT = 0
               ADD 1 TO ENTRIES-UNMATCHED-COUNT
               MOVE SPACES TO FWD-MATCHED-ID
               MOVE 'UNMATCHED' TO REPORT-LINE
           ELSE
               ADD 1 TO ENTRIES-REVIEW-COUNT
               MOVE SPACES TO FWD-MATCHED-ID
               MOVE 'REVIEW   ' TO REPORT-LINE
           END-IF.
           PERFORM 3850-REPORT-ENTRY
               THRU 3850-REPORT-ENTRY-END.
       3300-QUEUE-CANDIDATES-END.
      ******************************************************************
       3350-QUEUE-ONE-CANDIDATE.
           ADD 1 TO FWD-CANDIDATE-COUNT.

           EXEC SQL
               SELECT COUNT(*) INTO :FWD-PENDING-COUNT
               FROM address_forward
               WHERE databank_id = :FWD-MATCHED-ID
                 AND status = 'P'
                 AND UPPER(TRIM(new_street)) =
                     UPPER(TRIM(:FWD-NEW-STREET))
                 AND TRIM(new_postal_code) =
                     TRIM(:FWD-NEW-POSTAL-CODE)
           END-EXEC.

           IF FWD-PENDING-COUNT > 0
               GO TO 3350-QUEUE-ONE-CANDIDATE-END
           END-IF.

           EXEC SQL
               INSERT INTO address_forward_store
                   (entry_ref, databank_id, last_name, first_name,
                    old_street_enc, old_postal_code, old_city,
                    new_street_enc, new_house_no, new_box_no,
                    new_postal_code, new_city, move_date,
                    match_type, status, loaded_at)
               VALUES
                   (:FWD-ENTRY-REF, :FWD-MATCHED-ID, :FWD-LAST-NAME,
                    :FWD-FIRST-NAME,
                    pii_encrypt(TRIM(:FWD-OLD-STREET)),
                    :FWD-OLD-POSTAL-CODE, :FWD-OLD-CITY,
                    pii_encrypt(TRIM(:FWD-NEW-STREET)),
                    :FWD-NEW-HOUSE-NO,
                    :FWD-NEW-BOX-NO, :FWD-NEW-POSTAL-CODE,
                    :FWD-NEW-CITY,
                    CASE WHEN TRIM(:FWD-MOVE-DATE) = '' THEN NULL
                         ELSE CAST(:FWD-MOVE-DATE AS DATE) END,
                    :FWD-MATCH-TYPE, 'P', CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           ADD 1 TO CANDIDATES-QUEUED-COUNT.
       3350-QUEUE-ONE-CANDIDATE-END.
      ******************************************************************
      * Households with at least one member (or the head) moved by
      * this run: a household whose people did not all move together
      * is flagged for a membership check in HouseMnt.
       3700-REPORT-HOUSEHOLDS.
           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
           MOVE 'Households affected by the moves in this file:'
               TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           EXEC SQL DECLARE FWDH_CUR CURSOR FOR
               SELECT h.household_id, COALESCE(h.head_id, ''),
                      TRIM(COALESCE(hd.last_name, '') || ' ' ||
                           COALESCE(hd.first_name, '')),
                      (SELECT COUNT(*)
                         FROM household_member m
                        WHERE m.household_id = h.household_id),
                      (SELECT COUNT(DISTINCT af.databank_id)
                         FROM address_forward af
                        WHERE af.status = 'A'
                          AND af.decided_at >=
                              CAST(:JRL-STARTED-TS AS TIMESTAMP)
                          AND (af.databank_id = h.head_id
                               OR af.databank_id IN
                                  (SELECT m2.databank_id
                                     FROM household_member m2
                                    WHERE m2.household_id =
                                          h.household_id)))
               FROM household h
               LEFT JOIN databank hd ON hd.id = h.head_id
               WHERE EXISTS
                     (SELECT 1 FROM address_forward af
                       WHERE af.status = 'A'
                         AND af.decided_at >=
                             CAST(:JRL-STARTED-TS AS TIMESTAMP)
                         AND (af.databank_id = h.head_id
                              OR af.databank_id IN
                                 (SELECT m3.databank_id
                                    FROM household_member m3
                                   WHERE m3.household_id =
                                         h.household_id)))
               ORDER BY h.household_id
           END-EXEC.

           EXEC SQL OPEN FWDH_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH FWDH_CUR
                   INTO :HH-HOUSEHOLD-ID, :HH-HEAD-ID, :HH-HEAD-NAME,
                        :HH-MEMBER-COUNT, :HH-MOVED-COUNT
               END-EXEC

               IF SQLCODE = 0 THEN
                   PERFORM 3750-REPORT-ONE-HOUSEHOLD
                       THRU 3750-REPORT-ONE-HOUSEHOLD-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE FWDH_CUR END-EXEC.

           IF HOUSEHOLDS-LISTED-COUNT = 0
               MOVE '  (none)' TO REPORT-LINE
               PERFORM 3950-WRITE-REPORT-LINE
                   THRU 3950-WRITE-REPORT-LINE-END
           END-IF.
       3700-REPORT-HOUSEHOLDS-END.
      ******************************************************************
       3750-REPORT-ONE-HOUSEHOLD.
           ADD 1 TO HOUSEHOLDS-LISTED-COUNT.

           MOVE HH-HOUSEHOLD-ID TO HOUSEHOLD-DISP.
           MOVE HH-MEMBER-COUNT TO MEMBERS-DISP.
           MOVE HH-MOVED-COUNT TO MOVED-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING '  household ' DELIMITED BY SIZE
                  HOUSEHOLD-DISP DELIMITED BY SIZE
                  '  head ' DELIMITED BY SIZE
                  FUNCTION TRIM(HH-HEAD-NAME) DELIMITED BY SIZE
                  '  members ' DELIMITED BY SIZE
                  MEMBERS-DISP DELIMITED BY SIZE
                  '  moved ' DELIMITED BY SIZE
                  MOVED-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           IF HH-MOVED-COUNT < HH-MEMBER-COUNT
               MOVE '    not all moved - check HouseMnt membership'
                   TO REPORT-LINE
               PERFORM 3950-WRITE-REPORT-LINE
                   THRU 3950-WRITE-REPORT-LINE-END
           END-IF.
       3750-REPORT-ONE-HOUSEHOLD-END.
      ******************************************************************
      * One report line per entry: the outcome word the caller left
      * in REPORT-LINE, then the name, old postal code and the record
      * the entry was applied to.
       3850-REPORT-ENTRY.
           MOVE REPORT-LINE(1:9) TO ENTRY-OUTCOME.
           MOVE SPACES TO REPORT-LINE.
           STRING ENTRY-OUTCOME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FWD-ENTRY-REF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(FWD-LAST-NAME) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(FWD-FIRST-NAME) DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  FUNCTION TRIM(FWD-OLD-POSTAL-CODE) DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  FUNCTION TRIM(FWD-NEW-POSTAL-CODE) DELIMITED BY SIZE
                  ') ' DELIMITED BY SIZE
                  FWD-MATCHED-ID DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
       3850-REPORT-ENTRY-END.
      ******************************************************************
       3900-WRITE-RUN-TALLY.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Entries read: ' DELIMITED BY SIZE
                  ENTRIES-READ-COUNT DELIMITED BY SIZE
                  '  active individuals moved: ' DELIMITED BY SIZE
                  ENTRIES-APPLIED-COUNT DELIMITED BY SIZE
                  '  already at new address: ' DELIMITED BY SIZE
                  ENTRIES-ALREADY-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Entries for review: ' DELIMITED BY SIZE
                  ENTRIES-REVIEW-COUNT DELIMITED BY SIZE
                  '  candidates queued: ' DELIMITED BY SIZE
                  CANDIDATES-QUEUED-COUNT DELIMITED BY SIZE
                  '  unmatched: ' DELIMITED BY SIZE
                  ENTRIES-UNMATCHED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
       3900-WRITE-RUN-TALLY-END.
      ******************************************************************
       3950-WRITE-REPORT-LINE.
           WRITE FORWARD-REPORT-LINE FROM REPORT-LINE.
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
