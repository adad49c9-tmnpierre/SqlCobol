       IDENTIFICATION DIVISION.
       PROGRAM-ID. HhDetect.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DETECT-REPORT-FILE
               ASSIGN TO DETECT-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DETECT-REPORT-FILE.
       01  DETECT-REPORT-LINE     PIC X(150).

       WORKING-STORAGE SECTION.
      * HouseMnt only knows the households a clerk keyed in, so the
      * letter run still mails one envelope per person at the same
      * letterbox. HhDetect reads the active individuals with a
      * usable address, grouped on a normalized address key (postal
      * code, street, house and box number without blanks, dashes or
      * punctuation), and proposes households for HhRev to review:
      *   - residents who share a surname (the phonetic key where
      *     PhonKey has set it) or an email address are linked, and
      *     each linked group of two or more is one proposal;
      *   - an address where nobody is linked that way is proposed
      *     as a whole (partners under their own names);
      *   - the suggested head is the head of the household a member
      *     already belongs to, otherwise the oldest adult.
      * Groups whose members sit in two different households, are
      * already housed together, wait in a pending proposal or were
      * rejected at this address before are left alone. An address
      * with more residents than MAX-RESIDENTS (care home, student
      * flats) is not proposed at all but recorded in crowded_address
      * and listed apart. Parameters: an optional maximum resident
      * count (default 6) and FORCE for the job lock. Proposals and
      * crowded addresses keep the address key as its search token
      * and the street encrypted.
       01  DETECT-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  CMD-LINE-PARM          PIC X(30) VALUE SPACES.
       01  CMD-TOKEN              PIC X(10) VALUE SPACES.
       01  CMD-PTR                PIC 9(3) VALUE 1.

       01  MAX-RESIDENTS          PIC 9(2) VALUE 6.
       01  RES-TABLE-MAX          PIC S9(4) COMP-5 VALUE 50.

       01  RESIDENT-TABLE.
           05  RES-ENTRY OCCURS 50 TIMES.
               10  RES-ID             PIC X(36).
               10  RES-NAME           PIC X(101).
               10  RES-SURNAME-KEY    PIC X(50).
               10  RES-EMAIL          PIC X(100).
               10  RES-ADULT-FLAG     PIC X(1).
               10  RES-HOUSEHOLD-ID   PIC S9(9) COMP-5.
               10  RES-PENDING-FLAG   PIC X(1).
               10  RES-REJECTED-FLAG  PIC X(1).
               10  RES-GROUP          PIC S9(4) COMP-5.
               10  RES-LINK-BASIS     PIC X(8).
       01  RES-COUNT              PIC S9(4) COMP-5 VALUE ZERO.
       01  ADDR-RESIDENT-COUNT    PIC S9(9) COMP-5 VALUE ZERO.
       01  RES-I                  PIC S9(4) COMP-5 VALUE ZERO.
       01  RES-J                  PIC S9(4) COMP-5 VALUE ZERO.
       01  RES-K                  PIC S9(4) COMP-5 VALUE ZERO.
       01  OLD-GROUP              PIC S9(4) COMP-5 VALUE ZERO.
       01  NEW-GROUP              PIC S9(4) COMP-5 VALUE ZERO.
       01  LINK-BASIS             PIC X(8) VALUE SPACES.
       01  LINKED-COUNT           PIC S9(4) COMP-5 VALUE ZERO.
       01  GROUP-SIZE             PIC S9(4) COMP-5 VALUE ZERO.
       01  GROUP-HOUSED-COUNT     PIC S9(4) COMP-5 VALUE ZERO.
       01  GROUP-HH-CONFLICT      PIC X(1) VALUE 'N'.
       01  GROUP-PENDING-FLAG     PIC X(1) VALUE 'N'.
       01  GROUP-REJECTED-FLAG    PIC X(1) VALUE 'N'.
       01  GROUP-HEAD-SUB         PIC S9(4) COMP-5 VALUE ZERO.

       01  RESIDENTS-READ-COUNT   PIC 9(7) VALUE ZEROS.
       01  ADDRESSES-COUNT        PIC 9(7) VALUE ZEROS.
       01  PROPOSALS-COUNT        PIC 9(6) VALUE ZEROS.
       01  PROPOSED-MEMBERS-COUNT PIC 9(7) VALUE ZEROS.
       01  CROWDED-COUNT          PIC 9(6) VALUE ZEROS.
       01  SKIPPED-HOUSED-COUNT   PIC 9(6) VALUE ZEROS.
       01  SKIPPED-SPLIT-COUNT    PIC 9(6) VALUE ZEROS.
       01  SKIPPED-PENDING-COUNT  PIC 9(6) VALUE ZEROS.
       01  SKIPPED-REJECTED-COUNT PIC 9(6) VALUE ZEROS.
       01  UNGROUPED-COUNT        PIC 9(7) VALUE ZEROS.
       01  CROWDED-LISTED-COUNT   PIC 9(6) VALUE ZEROS.
       01  REPORT-LINE            PIC X(150) VALUE SPACES.
       01  REPORT-LINE-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  DASH-LINE              PIC X(70) VALUE ALL '-'.
       01  PROPOSAL-DISP          PIC ZZZZZZZZ9.
       01  HOUSEHOLD-DISP         PIC ZZZZZZZZ9.
       01  MEMBERS-DISP           PIC ZZZ9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "JobRun.cpy".
       COPY "JobLock.cpy".
       COPY "RptCat.cpy".

       01  HHD-ID                 PIC X(36) VALUE SPACES.
       01  HHD-ADDRESS-KEY        PIC X(90) VALUE SPACES.
       01  HHD-STREET             PIC X(50) VALUE SPACES.
       01  HHD-HOUSE-NO           PIC X(10) VALUE SPACES.
       01  HHD-BOX-NO             PIC X(10) VALUE SPACES.
       01  HHD-POSTAL-CODE        PIC X(10) VALUE SPACES.
       01  HHD-CITY               PIC X(50) VALUE SPACES.
       01  HHD-NAME               PIC X(101) VALUE SPACES.
       01  HHD-SURNAME-KEY        PIC X(50) VALUE SPACES.
       01  HHD-EMAIL              PIC X(100) VALUE SPACES.
       01  HHD-ADULT-FLAG         PIC X(1) VALUE SPACE.
       01  HHD-HOUSEHOLD-ID       PIC S9(9) COMP-5 VALUE ZERO.
       01  HHD-PENDING-FLAG       PIC X(1) VALUE SPACE.
       01  HHD-REJECTED-FLAG      PIC X(1) VALUE SPACE.

       01  CUR-ADDRESS-KEY        PIC X(90) VALUE SPACES.
       01  CUR-STREET             PIC X(50) VALUE SPACES.
       01  CUR-HOUSE-NO           PIC X(10) VALUE SPACES.
       01  CUR-BOX-NO             PIC X(10) VALUE SPACES.
       01  CUR-POSTAL-CODE        PIC X(10) VALUE SPACES.
       01  CUR-CITY               PIC X(50) VALUE SPACES.
       01  CUR-RESIDENT-COUNT     PIC S9(9) COMP-5 VALUE ZERO.

       01  PRP-ID                 PIC S9(9) COMP-5 VALUE ZERO.
       01  PRP-MEMBER-COUNT       PIC S9(9) COMP-5 VALUE ZERO.
       01  PRP-HEAD-ID            PIC X(36) VALUE SPACES.
       01  PRP-EXISTING-HH-ID     PIC S9(9) COMP-5 VALUE ZERO.
       01  PRP-BASIS              PIC X(8) VALUE SPACES.
       01  PRP-MEMBER-ID          PIC X(36) VALUE SPACES.

       01  CRW-STREET             PIC X(50) VALUE SPACES.
       01  CRW-HOUSE-NO           PIC X(10) VALUE SPACES.
       01  CRW-BOX-NO             PIC X(10) VALUE SPACES.
       01  CRW-POSTAL-CODE        PIC X(10) VALUE SPACES.
       01  CRW-CITY               PIC X(50) VALUE SPACES.
       01  CRW-RESIDENT-COUNT     PIC S9(9) COMP-5 VALUE ZERO.
       01  CRW-FIRST-SEEN         PIC X(10) VALUE SPACES.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           MOVE 'HhDetect' TO JRL-PROGRAM-NAME.
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

           MOVE 'HhDetect' TO LCK-JOB-NAME.
           PERFORM 1040-ACQUIRE-JOB-LOCK
               THRU 1040-ACQUIRE-JOB-LOCK-END.

           PERFORM 1100-OPEN-REPORT-FILE
               THRU 1100-OPEN-REPORT-FILE-END.

           PERFORM 3000-SCAN-ADDRESSES
               THRU 3000-SCAN-ADDRESSES-END.

           PERFORM 3700-REPORT-CROWDED
               THRU 3700-REPORT-CROWDED-END.

           PERFORM 3900-WRITE-RUN-TALLY
               THRU 3900-WRITE-RUN-TALLY-END.

           CLOSE DETECT-REPORT-FILE.

      *    Graded result: proposals and crowded addresses wait for a
      *    reviewer in HhRev - worth a warning, not a failure.
           IF PROPOSALS-COUNT > 0
            OR CROWDED-COUNT > 0
               MOVE 4 TO JRL-RETURN-CODE
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE RESIDENTS-READ-COUNT TO JRL-ROWS-READ.
           MOVE PROPOSED-MEMBERS-COUNT TO JRL-ROWS-UPDATED.
           MOVE SKIPPED-SPLIT-COUNT TO JRL-ROWS-REJECTED.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.

           MOVE 'HhDetect' TO CAT-PROGRAM-NAME.
           MOVE DETECT-REPORT-FILENAME TO CAT-FILE-NAME.
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
       1100-OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           STRING 'HHDETECT_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO DETECT-REPORT-FILENAME.

           OPEN OUTPUT DETECT-REPORT-FILE.
           MOVE 'Household detection from shared addresses'
               TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Addresses with more than ' DELIMITED BY SIZE
                  MAX-RESIDENTS DELIMITED BY SIZE
                  ' residents are listed as crowded, not proposed.'
                      DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE DASH-LINE TO REPORT-LINE.
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
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-VERIFY-SCHEMA-LEVEL-END.
      ******************************************************************
      * A numeric token overrides the crowded-address limit; it must
      * leave room in the resident table, so 2 to 49 is accepted.
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
               EVALUATE TRUE
                   WHEN CMD-TOKEN = 'FORCE'
                       SET LOCK-FORCED TO TRUE
                   WHEN CMD-TOKEN = SPACES
                       CONTINUE
                   WHEN FUNCTION TRIM(CMD-TOKEN) IS NUMERIC
                       IF FUNCTION NUMVAL(CMD-TOKEN) >= 2
                        AND FUNCTION NUMVAL(CMD-TOKEN) <= 49
                           MOVE FUNCTION NUMVAL(CMD-TOKEN)
                               TO MAX-RESIDENTS
                       ELSE
                           DISPLAY 'Resident limit '
                                   FUNCTION TRIM(CMD-TOKEN)
                                   ' out of range 2-49 - keeping '
                                   MAX-RESIDENTS '.'
                       END-IF
               END-EVALUATE
           END-PERFORM.

           DISPLAY 'Crowded-address limit: ' MAX-RESIDENTS
                   ' residents.'.
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

           MOVE 'HhDetect' TO ERR-PROGRAM-NAME.
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
      * The candidates come sorted by address key and, inside one
      * address, oldest first (birth date, then declared age), so the
      * first adult of a group is its oldest. Only addresses the post
      * has not bounced or the verifier rejected take part. Each
      * change of address key closes the previous address.
       3000-SCAN-ADDRESSES.
           EXEC SQL DECLARE HHD_CUR CURSOR FOR
               SELECT a.id, a.address_key, a.street, a.house_no,
                      a.box_no, a.postal_code, a.city, a.full_name,
                      a.surname_key, a.email_key, a.adult_flag,
                      COALESCE(m.household_id, 0),
                      CASE WHEN EXISTS
                           (SELECT 1
                              FROM household_proposal_member pm
                              JOIN household_proposal p
                                ON p.id = pm.proposal_id
                             WHERE pm.databank_id = a.id
                               AND p.status = 'P')
                           THEN 'Y' ELSE 'N' END,
                      CASE WHEN EXISTS
                           (SELECT 1
                              FROM household_proposal_member pm
                              JOIN household_proposal p
                                ON p.id = pm.proposal_id
                             WHERE pm.databank_id = a.id
                               AND p.status = 'R'
                               AND p.address_key =
                                   pii_token(a.address_key))
                           THEN 'Y' ELSE 'N' END
               FROM
                  (SELECT d.id,
                          UPPER(REPLACE(d.postal_code, ' ', ''))
                          || '|' ||
                          UPPER(TRANSLATE(d.street, ' -''.,/', ''))
                          || '|' ||
                          UPPER(TRANSLATE(COALESCE(d.house_no, ''),
                                          ' -''.,/', ''))
                          || '|' ||
                          UPPER(TRANSLATE(COALESCE(d.box_no, ''),
                                          ' -''.,/', ''))
                              AS address_key,
                          TRIM(d.street) AS street,
                          COALESCE(TRIM(d.house_no), '') AS house_no,
                          COALESCE(TRIM(d.box_no), '') AS box_no,
                          TRIM(d.postal_code) AS postal_code,
                          COALESCE(TRIM(d.city), '') AS city,
                          TRIM(COALESCE(d.last_name, '') || ' ' ||
                               COALESCE(d.first_name, ''))
                              AS full_name,
                          COALESCE(NULLIF(TRIM(d.last_name_key), ''),
                                   UPPER(TRIM(COALESCE(d.last_name,
                                                       ''))))
                              AS surname_key,
                          LOWER(TRIM(COALESCE(d.email, '')))
                              AS email_key,
                          CASE WHEN d.birth_date IS NOT NULL
                                AND d.birth_date <=
                                    CURRENT_DATE - INTERVAL '18 years'
                               THEN 'Y'
                               WHEN d.birth_date IS NULL
                                AND COALESCE(d.age, 0) >= 18
                               THEN 'Y'
                               ELSE 'N' END AS adult_flag,
                          d.birth_date, d.age
                     FROM databank d
                    WHERE COALESCE(d.status, 'A') = 'A'
                      AND TRIM(COALESCE(d.street, '')) <> ''
                      AND TRIM(COALESCE(d.postal_code, '')) <> ''
                      AND COALESCE(d.address_status, 'U')
                          NOT IN ('I', 'R')) a
               LEFT JOIN household_member m ON m.databank_id = a.id
               ORDER BY a.address_key, a.birth_date ASC NULLS LAST,
                        a.age DESC NULLS LAST, a.id
           END-EXEC.

           EXEC SQL OPEN HHD_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO CUR-ADDRESS-KEY.
           MOVE ZERO TO RES-COUNT.
           MOVE ZERO TO ADDR-RESIDENT-COUNT.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH HHD_CUR
                   INTO :HHD-ID, :HHD-ADDRESS-KEY, :HHD-STREET,
                        :HHD-HOUSE-NO, :HHD-BOX-NO, :HHD-POSTAL-CODE,
                        :HHD-CITY, :HHD-NAME, :HHD-SURNAME-KEY,
                        :HHD-EMAIL, :HHD-ADULT-FLAG,
                        :HHD-HOUSEHOLD-ID, :HHD-PENDING-FLAG,
                        :HHD-REJECTED-FLAG
               END-EXEC

               IF SQLCODE = 0 THEN
                   PERFORM 3100-TAKE-ONE-RESIDENT
                       THRU 3100-TAKE-ONE-RESIDENT-END
               END-IF
           END-PERFORM.

           IF SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL CLOSE HHD_CUR END-EXEC.

           IF CUR-ADDRESS-KEY NOT = SPACES
               PERFORM 3200-CLOSE-ADDRESS
                   THRU 3200-CLOSE-ADDRESS-END
           END-IF.
       3000-SCAN-ADDRESSES-END.
      ******************************************************************
       3100-TAKE-ONE-RESIDENT.
           ADD 1 TO RESIDENTS-READ-COUNT.

           IF HHD-ADDRESS-KEY NOT = CUR-ADDRESS-KEY
               IF CUR-ADDRESS-KEY NOT = SPACES
                   PERFORM 3200-CLOSE-ADDRESS
                       THRU 3200-CLOSE-ADDRESS-END
               END-IF
               MOVE HHD-ADDRESS-KEY TO CUR-ADDRESS-KEY
               MOVE HHD-STREET TO CUR-STREET
               MOVE HHD-HOUSE-NO TO CUR-HOUSE-NO
               MOVE HHD-BOX-NO TO CUR-BOX-NO
               MOVE HHD-POSTAL-CODE TO CUR-POSTAL-CODE
               MOVE HHD-CITY TO CUR-CITY
               MOVE ZERO TO RES-COUNT
               MOVE ZERO TO ADDR-RESIDENT-COUNT
           END-IF.

      *    An address fuller than the table is crowded whatever the
      *    limit, so residents past the table are only counted.
           ADD 1 TO ADDR-RESIDENT-COUNT.
           IF RES-COUNT >= RES-TABLE-MAX
               GO TO 3100-TAKE-ONE-RESIDENT-END
           END-IF.

           ADD 1 TO RES-COUNT.
           MOVE HHD-ID TO RES-ID(RES-COUNT).
           MOVE HHD-NAME TO RES-NAME(RES-COUNT).
           MOVE HHD-SURNAME-KEY TO RES-SURNAME-KEY(RES-COUNT).
           MOVE HHD-EMAIL TO RES-EMAIL(RES-COUNT).
           MOVE HHD-ADULT-FLAG TO RES-ADULT-FLAG(RES-COUNT).
           MOVE HHD-HOUSEHOLD-ID TO RES-HOUSEHOLD-ID(RES-COUNT).
           MOVE HHD-PENDING-FLAG TO RES-PENDING-FLAG(RES-COUNT).
           MOVE HHD-REJECTED-FLAG TO RES-REJECTED-FLAG(RES-COUNT).
           MOVE RES-COUNT TO RES-GROUP(RES-COUNT).
           MOVE SPACES TO RES-LINK-BASIS(RES-COUNT).
       3100-TAKE-ONE-RESIDENT-END.
      ******************************************************************
      * One address is complete. A lone resident has nobody to share
      * the letterbox with; an address over the limit goes to the
      * crowded list; anything else is grouped and proposed.
       3200-CLOSE-ADDRESS.
           ADD 1 TO ADDRESSES-COUNT.

           IF ADDR-RESIDENT-COUNT < 2
               GO TO 3200-CLOSE-ADDRESS-END
           END-IF.

           IF ADDR-RESIDENT-COUNT > MAX-RESIDENTS
               PERFORM 3600-RECORD-CROWDED
                   THRU 3600-RECORD-CROWDED-END
               GO TO 3200-CLOSE-ADDRESS-END
           END-IF.

           PERFORM 3300-LINK-RESIDENTS
               THRU 3300-LINK-RESIDENTS-END.

      *    Nobody linked by name or email: the address itself is the
      *    household, under basis ADDRESS.
           IF LINKED-COUNT = 0
               MOVE 'ADDRESS' TO LINK-BASIS
               PERFORM VARYING RES-I FROM 1 BY 1
                       UNTIL RES-I > RES-COUNT
                   MOVE 1 TO RES-GROUP(RES-I)
               END-PERFORM
               MOVE 1 TO NEW-GROUP
               PERFORM 3400-PROPOSE-GROUP
                   THRU 3400-PROPOSE-GROUP-END
               GO TO 3200-CLOSE-ADDRESS-END
           END-IF.

      *    Every group is labelled by its lowest member, so a member
      *    whose label is its own position opens a group.
           PERFORM VARYING RES-K FROM 1 BY 1 UNTIL RES-K > RES-COUNT
               IF RES-GROUP(RES-K) = RES-K
                   MOVE RES-K TO NEW-GROUP
                   MOVE 'EMAIL' TO LINK-BASIS
                   PERFORM 3400-PROPOSE-GROUP
                       THRU 3400-PROPOSE-GROUP-END
               END-IF
           END-PERFORM.
       3200-CLOSE-ADDRESS-END.
      ******************************************************************
      * Every pair of residents sharing a surname key or a non-blank
      * email is joined: the higher group label is relabelled to the
      * lower, so linked residents end up under their lowest member.
       3300-LINK-RESIDENTS.
           MOVE ZERO TO LINKED-COUNT.

           PERFORM VARYING RES-I FROM 1 BY 1 UNTIL RES-I > RES-COUNT
               PERFORM VARYING RES-J FROM RES-I BY 1
                       UNTIL RES-J > RES-COUNT
                   IF RES-J > RES-I
                       PERFORM 3350-LINK-ONE-PAIR
                           THRU 3350-LINK-ONE-PAIR-END
                   END-IF
               END-PERFORM
           END-PERFORM.
       3300-LINK-RESIDENTS-END.
      ******************************************************************
       3350-LINK-ONE-PAIR.
           MOVE SPACES TO LINK-BASIS.

           IF RES-SURNAME-KEY(RES-I) NOT = SPACES
            AND RES-SURNAME-KEY(RES-I) = RES-SURNAME-KEY(RES-J)
               MOVE 'SURNAME' TO LINK-BASIS
           ELSE
               IF RES-EMAIL(RES-I) NOT = SPACES
                AND RES-EMAIL(RES-I) = RES-EMAIL(RES-J)
                   MOVE 'EMAIL' TO LINK-BASIS
               END-IF
           END-IF.

           IF LINK-BASIS = SPACES
               GO TO 3350-LINK-ONE-PAIR-END
           END-IF.

           ADD 1 TO LINKED-COUNT.
           IF LINK-BASIS = 'SURNAME'
            OR RES-LINK-BASIS(RES-I) = SPACES
               MOVE LINK-BASIS TO RES-LINK-BASIS(RES-I)
           END-IF.
           IF LINK-BASIS = 'SURNAME'
            OR RES-LINK-BASIS(RES-J) = SPACES
               MOVE LINK-BASIS TO RES-LINK-BASIS(RES-J)
           END-IF.

           IF RES-GROUP(RES-I) < RES-GROUP(RES-J)
               MOVE RES-GROUP(RES-J) TO OLD-GROUP
               MOVE RES-GROUP(RES-I) TO NEW-GROUP
           ELSE
               MOVE RES-GROUP(RES-I) TO OLD-GROUP
               MOVE RES-GROUP(RES-J) TO NEW-GROUP
           END-IF.

           IF OLD-GROUP NOT = NEW-GROUP
               PERFORM VARYING RES-K FROM 1 BY 1
                       UNTIL RES-K > RES-COUNT
                   IF RES-GROUP(RES-K) = OLD-GROUP
                       MOVE NEW-GROUP TO RES-GROUP(RES-K)
                   END-IF
               END-PERFORM
           END-IF.
       3350-LINK-ONE-PAIR-END.
      ******************************************************************
      * The group labelled NEW-GROUP becomes a proposal unless its
      * members are already settled: housed together, split over two
      * households, waiting in a proposal or rejected here before.
      * LINK-BASIS comes in as ADDRESS for a whole address; otherwise
      * it becomes SURNAME when any member was linked by surname.
       3400-PROPOSE-GROUP.
           MOVE ZERO TO GROUP-SIZE.
           MOVE ZERO TO GROUP-HOUSED-COUNT.
           MOVE ZERO TO PRP-EXISTING-HH-ID.
           MOVE ZERO TO GROUP-HEAD-SUB.
           MOVE 'N' TO GROUP-HH-CONFLICT.
           MOVE 'N' TO GROUP-PENDING-FLAG.
           MOVE 'N' TO GROUP-REJECTED-FLAG.

           PERFORM VARYING RES-K FROM 1 BY 1 UNTIL RES-K > RES-COUNT
               IF RES-GROUP(RES-K) = NEW-GROUP
                   PERFORM 3410-WEIGH-ONE-MEMBER
                       THRU 3410-WEIGH-ONE-MEMBER-END
               END-IF
           END-PERFORM.

           IF GROUP-SIZE < 2
               ADD GROUP-SIZE TO UNGROUPED-COUNT
               GO TO 3400-PROPOSE-GROUP-END
           END-IF.

           EVALUATE TRUE
               WHEN GROUP-HH-CONFLICT = 'Y'
                   ADD 1 TO SKIPPED-SPLIT-COUNT
                   PERFORM 3800-REPORT-SPLIT-GROUP
                       THRU 3800-REPORT-SPLIT-GROUP-END
                   GO TO 3400-PROPOSE-GROUP-END
               WHEN GROUP-HOUSED-COUNT = GROUP-SIZE
                   ADD 1 TO SKIPPED-HOUSED-COUNT
                   GO TO 3400-PROPOSE-GROUP-END
               WHEN GROUP-PENDING-FLAG = 'Y'
                   ADD 1 TO SKIPPED-PENDING-COUNT
                   GO TO 3400-PROPOSE-GROUP-END
               WHEN GROUP-REJECTED-FLAG = 'Y'
                   ADD 1 TO SKIPPED-REJECTED-COUNT
                   GO TO 3400-PROPOSE-GROUP-END
           END-EVALUATE.

      *    An existing household keeps its head; otherwise the first
      *    adult in age order, or the eldest member when none is
      *    known to be of age.
           IF PRP-EXISTING-HH-ID > 0
               MOVE SPACES TO PRP-HEAD-ID
               EXEC SQL
                   SELECT COALESCE(head_id, '')
                   INTO :PRP-HEAD-ID
                   FROM household
                   WHERE household_id = :PRP-EXISTING-HH-ID
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           ELSE
               MOVE RES-ID(GROUP-HEAD-SUB) TO PRP-HEAD-ID
           END-IF.

           IF PRP-HEAD-ID = SPACES
               MOVE RES-ID(GROUP-HEAD-SUB) TO PRP-HEAD-ID
           END-IF.

           MOVE LINK-BASIS TO PRP-BASIS.
           MOVE GROUP-SIZE TO PRP-MEMBER-COUNT.
           PERFORM 3500-INSERT-PROPOSAL
               THRU 3500-INSERT-PROPOSAL-END.
       3400-PROPOSE-GROUP-END.
      ******************************************************************
       3410-WEIGH-ONE-MEMBER.
           ADD 1 TO GROUP-SIZE.

           IF RES-LINK-BASIS(RES-K) = 'SURNAME'
               MOVE 'SURNAME' TO LINK-BASIS
           END-IF.

           IF GROUP-HEAD-SUB = 0
               MOVE RES-K TO GROUP-HEAD-SUB
           ELSE
               IF RES-ADULT-FLAG(RES-K) = 'Y'
                AND RES-ADULT-FLAG(GROUP-HEAD-SUB) NOT = 'Y'
                   MOVE RES-K TO GROUP-HEAD-SUB
               END-IF
           END-IF.

           IF RES-PENDING-FLAG(RES-K) = 'Y'
               MOVE 'Y' TO GROUP-PENDING-FLAG
           END-IF.
           IF RES-REJECTED-FLAG(RES-K) = 'Y'
               MOVE 'Y' TO GROUP-REJECTED-FLAG
           END-IF.

           IF RES-HOUSEHOLD-ID(RES-K) > 0
               ADD 1 TO GROUP-HOUSED-COUNT
               IF PRP-EXISTING-HH-ID = 0
                   MOVE RES-HOUSEHOLD-ID(RES-K) TO PRP-EXISTING-HH-ID
               ELSE
                   IF RES-HOUSEHOLD-ID(RES-K) NOT = PRP-EXISTING-HH-ID
                       MOVE 'Y' TO GROUP-HH-CONFLICT
                   END-IF
               END-IF
           END-IF.
       3410-WEIGH-ONE-MEMBER-END.
      ******************************************************************
       3500-INSERT-PROPOSAL.
           EXEC SQL
               INSERT INTO household_proposal_store
                   (address_key, street_enc, house_no, box_no,
                    postal_code, city, member_count,
                    suggested_head_id, existing_household_id,
                    basis, status, proposed_at)
               VALUES
                   (pii_token(:CUR-ADDRESS-KEY),
                    pii_encrypt(TRIM(:CUR-STREET)), :CUR-HOUSE-NO,
                    :CUR-BOX-NO, :CUR-POSTAL-CODE, :CUR-CITY,
                    :PRP-MEMBER-COUNT, :PRP-HEAD-ID,
                    NULLIF(:PRP-EXISTING-HH-ID, 0),
                    :PRP-BASIS, 'P', CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT MAX(id) INTO :PRP-ID
               FROM household_proposal
           END-EXEC.

           ADD 1 TO PROPOSALS-COUNT.

           MOVE PRP-ID TO PROPOSAL-DISP.
           MOVE PRP-MEMBER-COUNT TO MEMBERS-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PROPOSAL ' DELIMITED BY SIZE
                  PROPOSAL-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(CUR-STREET) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(CUR-HOUSE-NO) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(CUR-BOX-NO) DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  FUNCTION TRIM(CUR-POSTAL-CODE) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(CUR-CITY) DELIMITED BY SIZE
                  '  members ' DELIMITED BY SIZE
                  MEMBERS-DISP DELIMITED BY SIZE
                  '  basis ' DELIMITED BY SIZE
                  PRP-BASIS DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           IF PRP-EXISTING-HH-ID > 0
               MOVE PRP-EXISTING-HH-ID TO HOUSEHOLD-DISP
               MOVE SPACES TO REPORT-LINE
               STRING '    extends existing household '
                          DELIMITED BY SIZE
                      HOUSEHOLD-DISP DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM 3950-WRITE-REPORT-LINE
                   THRU 3950-WRITE-REPORT-LINE-END
           END-IF.

           PERFORM VARYING RES-K FROM 1 BY 1 UNTIL RES-K > RES-COUNT
               IF RES-GROUP(RES-K) = NEW-GROUP
                   PERFORM 3550-INSERT-ONE-MEMBER
                       THRU 3550-INSERT-ONE-MEMBER-END
               END-IF
           END-PERFORM.
       3500-INSERT-PROPOSAL-END.
      ******************************************************************
       3550-INSERT-ONE-MEMBER.
           MOVE RES-ID(RES-K) TO PRP-MEMBER-ID.

           EXEC SQL
               INSERT INTO household_proposal_member
                   (proposal_id, databank_id)
               VALUES (:PRP-ID, :PRP-MEMBER-ID)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           ADD 1 TO PROPOSED-MEMBERS-COUNT.

           MOVE SPACES TO REPORT-LINE.
           IF PRP-MEMBER-ID = PRP-HEAD-ID
               STRING '    head   ' DELIMITED BY SIZE
                      PRP-MEMBER-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(RES-NAME(RES-K)) DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING '    member ' DELIMITED BY SIZE
                      PRP-MEMBER-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(RES-NAME(RES-K)) DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
       3550-INSERT-ONE-MEMBER-END.
      ******************************************************************
      * A crowded address is remembered across runs: first seen stays,
      * last seen and the resident count follow the latest run.
       3600-RECORD-CROWDED.
           MOVE ADDR-RESIDENT-COUNT TO CUR-RESIDENT-COUNT.

           EXEC SQL
               INSERT INTO crowded_address_store
                   (address_key, street_enc, house_no, box_no,
                    postal_code, city, resident_count,
                    first_seen_at, last_seen_at)
               VALUES
                   (pii_token(:CUR-ADDRESS-KEY),
                    pii_encrypt(TRIM(:CUR-STREET)), :CUR-HOUSE-NO,
                    :CUR-BOX-NO, :CUR-POSTAL-CODE, :CUR-CITY,
                    :CUR-RESIDENT-COUNT,
                    CURRENT_TIMESTAMP, CURRENT_TIMESTAMP)
               ON CONFLICT (address_key) DO UPDATE
                   SET resident_count = EXCLUDED.resident_count,
                       street_enc = EXCLUDED.street_enc,
                       city = EXCLUDED.city,
                       last_seen_at = CURRENT_TIMESTAMP
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           ADD 1 TO CROWDED-COUNT.
       3600-RECORD-CROWDED-END.
      ******************************************************************
      * The crowded addresses seen by this run, apart from the
      * proposals: they need a look, not a household.
       3700-REPORT-CROWDED.
           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE 'Crowded addresses (not proposed as one household)'
               TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           EXEC SQL DECLARE HHC_CUR CURSOR FOR
               SELECT COALESCE(street, ''), COALESCE(house_no, ''),
                      COALESCE(box_no, ''), COALESCE(postal_code, ''),
                      COALESCE(city, ''), resident_count,
                      TO_CHAR(first_seen_at, 'YYYY-MM-DD')
               FROM crowded_address
               WHERE last_seen_at >= CAST(:JRL-STARTED-TS AS TIMESTAMP)
               ORDER BY resident_count DESC, postal_code, street
           END-EXEC.

           EXEC SQL OPEN HHC_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH HHC_CUR
                   INTO :CRW-STREET, :CRW-HOUSE-NO, :CRW-BOX-NO,
                        :CRW-POSTAL-CODE, :CRW-CITY,
                        :CRW-RESIDENT-COUNT, :CRW-FIRST-SEEN
               END-EXEC

               IF SQLCODE = 0 THEN
                   PERFORM 3750-REPORT-ONE-CROWDED
                       THRU 3750-REPORT-ONE-CROWDED-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE HHC_CUR END-EXEC.

           IF CROWDED-LISTED-COUNT = 0
               MOVE '  (none)' TO REPORT-LINE
               PERFORM 3950-WRITE-REPORT-LINE
                   THRU 3950-WRITE-REPORT-LINE-END
           END-IF.
       3700-REPORT-CROWDED-END.
      ******************************************************************
       3750-REPORT-ONE-CROWDED.
           ADD 1 TO CROWDED-LISTED-COUNT.

           MOVE CRW-RESIDENT-COUNT TO MEMBERS-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(CRW-STREET) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(CRW-HOUSE-NO) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(CRW-BOX-NO) DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  FUNCTION TRIM(CRW-POSTAL-CODE) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(CRW-CITY) DELIMITED BY SIZE
                  '  residents ' DELIMITED BY SIZE
                  MEMBERS-DISP DELIMITED BY SIZE
                  '  first seen ' DELIMITED BY SIZE
                  CRW-FIRST-SEEN DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
       3750-REPORT-ONE-CROWDED-END.
      ******************************************************************
      * People at one address who belong to two households already
      * are not merged by a proposal; HouseMnt settles them by hand.
       3800-REPORT-SPLIT-GROUP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'SPLIT    members belong to different households: '
                      DELIMITED BY SIZE
                  FUNCTION TRIM(CUR-STREET) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(CUR-HOUSE-NO) DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  FUNCTION TRIM(CUR-POSTAL-CODE) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(CUR-CITY) DELIMITED BY SIZE
                  ' - check with HouseMnt' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
       3800-REPORT-SPLIT-GROUP-END.
      ******************************************************************
       3900-WRITE-RUN-TALLY.
           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Residents read: ' DELIMITED BY SIZE
                  RESIDENTS-READ-COUNT DELIMITED BY SIZE
                  '  addresses: ' DELIMITED BY SIZE
                  ADDRESSES-COUNT DELIMITED BY SIZE
                  '  crowded: ' DELIMITED BY SIZE
                  CROWDED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Households proposed: ' DELIMITED BY SIZE
                  PROPOSALS-COUNT DELIMITED BY SIZE
                  '  members: ' DELIMITED BY SIZE
                  PROPOSED-MEMBERS-COUNT DELIMITED BY SIZE
                  '  residents left ungrouped: ' DELIMITED BY SIZE
                  UNGROUPED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Groups skipped - already housed: ' DELIMITED BY SIZE
                  SKIPPED-HOUSED-COUNT DELIMITED BY SIZE
                  '  split: ' DELIMITED BY SIZE
                  SKIPPED-SPLIT-COUNT DELIMITED BY SIZE
                  '  pending: ' DELIMITED BY SIZE
                  SKIPPED-PENDING-COUNT DELIMITED BY SIZE
                  '  rejected before: ' DELIMITED BY SIZE
                  SKIPPED-REJECTED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
       3900-WRITE-RUN-TALLY-END.
      ******************************************************************
       3950-WRITE-REPORT-LINE.
           WRITE DETECT-REPORT-LINE FROM REPORT-LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       3950-WRITE-REPORT-LINE-END.
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
