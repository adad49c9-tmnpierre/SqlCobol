       IDENTIFICATION DIVISION.
       PROGRAM-ID. FundChg.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUND-INPUT-FILE ASSIGN TO FUND-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUND-INPUT-STATUS.

           SELECT FUND-RECON-FILE ASSIGN TO FUND-RECON-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Agreed record design for the pension fund's change feed, the
      * inbound twin of our ExtFix file: a one-byte record type, fixed
      * columns, a dated 'H' header and a 'T' trailer carrying the
      * record count and, as hash total, the sum of the event dates
      * read as YYYYMMDD (zero where none is given). Each 'D' record
      * quotes the databank id we sent the fund, their own reference,
      * the change type and the changed fields: the new address for
      * ADDRESS (event date = moving date, optional), the corrected
      * birth date for BIRTHDATE, the date of death for DECEASED.
       FD  FUND-INPUT-FILE.
       01  FUND-INPUT-RECORD.
           05  FI-RECORD-TYPE     PIC X(1).
           05  FI-REST            PIC X(249).

       01  FUND-HEADER-VIEW.
           05  FH-RECORD-TYPE     PIC X(1).
           05  FH-FILE-DATE       PIC X(8).
           05  FH-TITLE           PIC X(20).
           05  FILLER             PIC X(221).

       01  FUND-DETAIL-VIEW.
           05  FD-RECORD-TYPE     PIC X(1).
           05  FD-DATABANK-ID     PIC X(36).
           05  FD-FUND-REF        PIC X(20).
           05  FD-CHANGE-TYPE     PIC X(10).
           05  FD-STREET          PIC X(50).
           05  FD-HOUSE-NO        PIC X(10).
           05  FD-BOX-NO          PIC X(10).
           05  FD-POSTAL-CODE     PIC X(10).
           05  FD-CITY            PIC X(50).
           05  FD-EVENT-DATE      PIC X(10).
           05  FILLER             PIC X(43).

       01  FUND-TRAILER-VIEW.
           05  FT-RECORD-TYPE     PIC X(1).
           05  FT-RECORD-COUNT    PIC X(9).
           05  FT-DATE-HASH       PIC X(15).
           05  FILLER             PIC X(225).

       FD  FUND-RECON-FILE.
       01  FUND-RECON-LINE        PIC X(150).

       WORKING-STORAGE SECTION.
      * The fund tells us about its members before we hear it anywhere
      * else. FundChg checks the file's frame first - header date,
      * record count and date hash against the trailer - and a broken
      * frame is not touched at all. Every record is then checked
      * with the domain rules DbMnt applies at the desk and lands in
      * one of three outcomes: APPLIED (a new address, taken over at
      * once as FwdMatch does, back to 'U' for AddrVer), QUEUED (a
      * birth date correction staged for MntAppr, a death queued for
      * DecRev) or REJECTED with its reason. fund_change_log keeps the
      * outcome per record, and the reconciliation report accounts
      * for every record the trailer announced. A file is processed
      * once; a second run on the same file is refused.
       01  FUND-INPUT-FILENAME    PIC X(40) VALUE SPACES.
       01  WS-FUND-INPUT-STATUS   PIC X(02) VALUE SPACES.
           88  FUND-INPUT-STATUS-OK      VALUE '00'.
           88  FUND-INPUT-FILE-NOT-FOUND VALUE '35'.
       01  FUND-RECON-FILENAME    PIC X(40) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).
       01  TODAY-DATE-NUM         PIC 9(8) VALUE ZEROS.

       01  FUND-EOF-SWITCH        PIC X VALUE 'N'.
           88  FUND-EOF           VALUE 'Y'.
       01  HEADER-SEEN-SWITCH     PIC X VALUE 'N'.
           88  HEADER-SEEN        VALUE 'Y'.
       01  TRAILER-SEEN-SWITCH    PIC X VALUE 'N'.
           88  TRAILER-SEEN       VALUE 'Y'.
       01  FRAME-BROKEN-SWITCH    PIC X VALUE 'N'.
           88  FRAME-BROKEN       VALUE 'Y'.
       01  ALREADY-LOADED-SWITCH  PIC X VALUE 'N'.
           88  ALREADY-LOADED     VALUE 'Y'.
       01  FRAME-PROBLEM          PIC X(70) VALUE SPACES.

       01  CMD-LINE-PARM          PIC X(30) VALUE SPACES.
       01  CMD-TOKEN              PIC X(10) VALUE SPACES.
       01  CMD-PTR                PIC 9(3) VALUE 1.

       01  FILE-RECORD-NO         PIC 9(6) VALUE ZEROS.
       01  FRAME-DETAIL-COUNT     PIC 9(9) VALUE ZEROS.
       01  FRAME-DATE-HASH        PIC 9(15) VALUE ZEROS.
       01  TRAILER-RECORD-COUNT   PIC 9(9) VALUE ZEROS.
       01  TRAILER-DATE-HASH      PIC 9(15) VALUE ZEROS.
       01  RECORDS-READ-COUNT     PIC 9(6) VALUE ZEROS.
       01  RECORDS-APPLIED-COUNT  PIC 9(6) VALUE ZEROS.
       01  RECORDS-QUEUED-COUNT   PIC 9(6) VALUE ZEROS.
       01  RECORDS-REJECTED-COUNT PIC 9(6) VALUE ZEROS.
       01  RECORDS-TOTAL-COUNT    PIC 9(6) VALUE ZEROS.
       01  REPORT-LINE            PIC X(150) VALUE SPACES.
       01  REPORT-LINE-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  DASH-LINE              PIC X(70) VALUE ALL '-'.
       01  RECORD-NO-DISP         PIC ZZZZZ9.
       01  REVIEW-ID-DISP         PIC Z(8)9.

      * An event date in the feed is YYYY-MM-DD; EVENT-DATE-OK says
      * it is a real calendar date and not in the future.
       01  EVENT-DATE-WORK.
           05  EVD-YEAR           PIC 9(4).
           05  EVD-SEP-1          PIC X(1).
           05  EVD-MONTH          PIC 9(2).
           05  EVD-SEP-2          PIC X(1).
           05  EVD-DAY            PIC 9(2).
       01  EVENT-DATE-NUM         PIC 9(8) VALUE ZEROS.
       01  EVENT-AGE-YEARS        PIC 9(4) VALUE ZEROS.
       01  EVENT-DATE-SWITCH      PIC X VALUE 'N'.
           88  EVENT-DATE-OK      VALUE 'Y'.

       COPY "RetryCfg.cpy".
       COPY "NrnParm.cpy".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "JobRun.cpy".
       COPY "JobLock.cpy".
       COPY "RptCat.cpy".

       01  FND-FILE-NAME          PIC X(40) VALUE SPACES.
       01  FND-RECORD-NO          PIC S9(9) COMP-5 VALUE ZERO.
       01  FND-DATABANK-ID        PIC X(36) VALUE SPACES.
       01  FND-FUND-REF           PIC X(20) VALUE SPACES.
       01  FND-CHANGE-TYPE        PIC X(10) VALUE SPACES.
       01  FND-STREET             PIC X(50) VALUE SPACES.
       01  FND-HOUSE-NO           PIC X(10) VALUE SPACES.
       01  FND-BOX-NO             PIC X(10) VALUE SPACES.
       01  FND-POSTAL-CODE        PIC X(10) VALUE SPACES.
       01  FND-CITY               PIC X(50) VALUE SPACES.
       01  FND-EVENT-DATE         PIC X(10) VALUE SPACES.
       01  FND-OUTCOME            PIC X(8) VALUE SPACES.
       01  FND-REASON             PIC X(60) VALUE SPACES.
       01  FND-REVIEW-REF         PIC X(20) VALUE SPACES.
       01  FND-LOGGED-COUNT       PIC S9(9) COMP-5 VALUE ZERO.
       01  FND-REVIEW-ID          PIC S9(9) COMP-5 VALUE ZERO.
       01  FND-OPEN-COUNT         PIC S9(9) COMP-5 VALUE ZERO.

       01  CUR-STATUS             PIC X(1) VALUE SPACE.
       01  CUR-LAST-NAME          PIC X(50) VALUE SPACES.
       01  CUR-FIRST-NAME         PIC X(50) VALUE SPACES.
       01  CUR-BIRTH-DATE         PIC X(10) VALUE SPACES.
       01  CUR-GENDER             PIC X(10) VALUE SPACES.
       01  CUR-NATIONAL-NO        PIC X(11) VALUE SPACES.
       01  CUR-STREET             PIC X(50) VALUE SPACES.
       01  CUR-HOUSE-NO           PIC X(10) VALUE SPACES.
       01  CUR-BOX-NO             PIC X(10) VALUE SPACES.
       01  CUR-POSTAL-CODE        PIC X(10) VALUE SPACES.
       01  CUR-CITY               PIC X(50) VALUE SPACES.
       01  CUR-ADDR-STATUS        PIC X(1) VALUE SPACE.
       01  JOURNAL-OLD-VALUES     PIC X(600).
       01  JOURNAL-NEW-VALUES     PIC X(600).
       COPY "SrcVar.cpy".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           MOVE 'FundChg' TO JRL-PROGRAM-NAME.
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

           MOVE 'FundChg' TO LCK-JOB-NAME.
           PERFORM 1040-ACQUIRE-JOB-LOCK
               THRU 1040-ACQUIRE-JOB-LOCK-END.

           PERFORM 1100-OPEN-FUND-FILES
               THRU 1100-OPEN-FUND-FILES-END.

           IF FUND-INPUT-STATUS-OK
               PERFORM 3000-CHECK-FILE-FRAME
                   THRU 3000-CHECK-FILE-FRAME-END
               CLOSE FUND-INPUT-FILE

               IF NOT FRAME-BROKEN
                   PERFORM 3050-CHECK-ALREADY-LOADED
                       THRU 3050-CHECK-ALREADY-LOADED-END
               END-IF

               IF NOT FRAME-BROKEN AND NOT ALREADY-LOADED
                   PERFORM 1035-SET-CHANGE-SOURCE
                       THRU 1035-SET-CHANGE-SOURCE-END
                   OPEN INPUT FUND-INPUT-FILE
                   PERFORM 3100-PROCESS-FUND-FILE
                       THRU 3100-PROCESS-FUND-FILE-END
                   CLOSE FUND-INPUT-FILE
               END-IF
           END-IF.

           PERFORM 3900-WRITE-RECONCILIATION
               THRU 3900-WRITE-RECONCILIATION-END.

           CLOSE FUND-RECON-FILE.

      *    An unreadable, broken or repeated file is a failure: nothing
      *    of it was applied. Rejected records are worth a warning -
      *    the fund has to hear about them - and so is a day without a
      *    file.
           IF (NOT FUND-INPUT-STATUS-OK
               AND NOT FUND-INPUT-FILE-NOT-FOUND)
            OR FRAME-BROKEN
            OR ALREADY-LOADED
               MOVE 8 TO JRL-RETURN-CODE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF RECORDS-REJECTED-COUNT > 0
                OR FUND-INPUT-FILE-NOT-FOUND
                   MOVE 4 TO JRL-RETURN-CODE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE RECORDS-READ-COUNT TO JRL-ROWS-READ.
           MOVE RECORDS-APPLIED-COUNT TO JRL-ROWS-UPDATED.
           MOVE RECORDS-REJECTED-COUNT TO JRL-ROWS-REJECTED.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.

           MOVE 'FundChg' TO CAT-PROGRAM-NAME.
           MOVE FUND-RECON-FILENAME TO CAT-FILE-NAME.
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
      * The fund's file for the day (or the date given) and its
      * reconciliation report carry the same date.
       1100-OPEN-FUND-FILES.
           STRING 'FUNDCHG_' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO FUND-INPUT-FILENAME.
           STRING 'FUNDRECON_' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO FUND-RECON-FILENAME.
           MOVE FUND-INPUT-FILENAME TO FND-FILE-NAME.

           OPEN OUTPUT FUND-RECON-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Pension fund change feed reconciliation - '
                      DELIMITED BY SIZE
                  FUND-INPUT-FILENAME DELIMITED BY SPACE
                  INTO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           OPEN INPUT FUND-INPUT-FILE.

           IF FUND-INPUT-FILE-NOT-FOUND
               MOVE SPACES TO REPORT-LINE
               STRING 'Fund change file not found: ' DELIMITED BY SIZE
                      FUND-INPUT-FILENAME DELIMITED BY SIZE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE
               PERFORM 3950-WRITE-REPORT-LINE
                   THRU 3950-WRITE-REPORT-LINE-END
           ELSE
               IF NOT FUND-INPUT-STATUS-OK
                   DISPLAY 'Error opening fund change file, status: '
                           WS-FUND-INPUT-STATUS
               END-IF
           END-IF.
       1100-OPEN-FUND-FILES-END.
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
      * The values this run changes are traced, field by field, to
      * the fund file that carried them by the provenance trigger on
      * databank_store.
       1035-SET-CHANGE-SOURCE.
           MOVE 'FundChg' TO SRC-PROGRAM-NAME.
           MOVE SPACES TO SRC-SOURCE-ID.
           STRING 'file ' DELIMITED BY SIZE
                  FUND-INPUT-FILENAME DELIMITED BY SPACE
                  INTO SRC-SOURCE-ID.

           COPY "SrcSet.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       1035-SET-CHANGE-SOURCE-END.
      ******************************************************************
      * FundChg [yyyymmdd] [FORCE]: the file date defaults to today;
      * a file received earlier is processed by naming its date.
       1150-GET-RUN-PARMS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE-NUM.

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
                   WHEN CMD-TOKEN(1:8) IS NUMERIC
                    AND CMD-TOKEN(9:2) = SPACES
                       MOVE CMD-TOKEN(1:8) TO WS-CURRENT-DATE
                   WHEN CMD-TOKEN = SPACES
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Usage: FundChg [yyyymmdd] [FORCE]'
                       EXEC SQL DISCONNECT ALL END-EXEC
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
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

           MOVE 'FundChg' TO ERR-PROGRAM-NAME.
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
      * First pass: the frame alone. The header must come first and
      * carry the file's date, the trailer last, and the trailer's
      * count and date hash must match what the detail records add up
      * to. The first problem found is the one reported.
       3000-CHECK-FILE-FRAME.
           DISPLAY 'Checking fund change file '
                   FUNCTION TRIM(FUND-INPUT-FILENAME) '...'.

           MOVE 'N' TO FUND-EOF-SWITCH.
           READ FUND-INPUT-FILE
               AT END SET FUND-EOF TO TRUE
           END-READ.

           PERFORM WITH TEST BEFORE UNTIL FUND-EOF
               ADD 1 TO FILE-RECORD-NO

               IF TRAILER-SEEN AND NOT FRAME-BROKEN
                   SET FRAME-BROKEN TO TRUE
                   MOVE 'records follow the trailer'
                       TO FRAME-PROBLEM
               END-IF

               EVALUATE FI-RECORD-TYPE
                   WHEN 'H'
                       IF FILE-RECORD-NO = 1
                           SET HEADER-SEEN TO TRUE
                           IF FH-FILE-DATE NOT = WS-CURRENT-DATE
                            AND NOT FRAME-BROKEN
                               SET FRAME-BROKEN TO TRUE
                               MOVE SPACES TO FRAME-PROBLEM
                               STRING 'header dated ' DELIMITED BY SIZE
                                      FH-FILE-DATE DELIMITED BY SIZE
                                      ', not the file date'
                                          DELIMITED BY SIZE
                                      INTO FRAME-PROBLEM
                           END-IF
                       ELSE
                           IF NOT FRAME-BROKEN
                               SET FRAME-BROKEN TO TRUE
                               MOVE 'header record not first'
                                   TO FRAME-PROBLEM
                           END-IF
                       END-IF
                   WHEN 'D'
                       ADD 1 TO FRAME-DETAIL-COUNT
                       MOVE FD-EVENT-DATE TO EVENT-DATE-WORK
                       IF EVD-YEAR IS NUMERIC
                        AND EVD-MONTH IS NUMERIC
                        AND EVD-DAY IS NUMERIC
                           COMPUTE FRAME-DATE-HASH = FRAME-DATE-HASH
                               + EVD-YEAR * 10000 + EVD-MONTH * 100
                               + EVD-DAY
                       END-IF
                   WHEN 'T'
                       SET TRAILER-SEEN TO TRUE
                       IF FT-RECORD-COUNT IS NUMERIC
                           MOVE FT-RECORD-COUNT
                               TO TRAILER-RECORD-COUNT
                       END-IF
                       IF FT-DATE-HASH IS NUMERIC
                           MOVE FT-DATE-HASH TO TRAILER-DATE-HASH
                       END-IF
                   WHEN OTHER
                       IF NOT FRAME-BROKEN
                           SET FRAME-BROKEN TO TRUE
                           MOVE FILE-RECORD-NO TO RECORD-NO-DISP
                           MOVE SPACES TO FRAME-PROBLEM
                           STRING 'unknown record type at line '
                                      DELIMITED BY SIZE
                                  FUNCTION TRIM(RECORD-NO-DISP)
                                      DELIMITED BY SIZE
                                  INTO FRAME-PROBLEM
                       END-IF
               END-EVALUATE

               READ FUND-INPUT-FILE
                   AT END SET FUND-EOF TO TRUE
               END-READ
           END-PERFORM.

           IF NOT FRAME-BROKEN
               EVALUATE TRUE
                   WHEN NOT HEADER-SEEN
                       MOVE 'no header record first' TO FRAME-PROBLEM
                   WHEN NOT TRAILER-SEEN
                       MOVE 'no trailer record' TO FRAME-PROBLEM
                   WHEN TRAILER-RECORD-COUNT NOT = FRAME-DETAIL-COUNT
                       MOVE 'trailer record count does not match'
                           TO FRAME-PROBLEM
                   WHEN TRAILER-DATE-HASH NOT = FRAME-DATE-HASH
                       MOVE 'trailer date hash does not match'
                           TO FRAME-PROBLEM
               END-EVALUATE
               IF FRAME-PROBLEM NOT = SPACES
                   SET FRAME-BROKEN TO TRUE
               END-IF
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Frame: detail records ' DELIMITED BY SIZE
                  FRAME-DETAIL-COUNT DELIMITED BY SIZE
                  ' (trailer ' DELIMITED BY SIZE
                  TRAILER-RECORD-COUNT DELIMITED BY SIZE
                  ')  date hash ' DELIMITED BY SIZE
                  FRAME-DATE-HASH DELIMITED BY SIZE
                  ' (trailer ' DELIMITED BY SIZE
                  TRAILER-DATE-HASH DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           IF FRAME-BROKEN
               MOVE SPACES TO REPORT-LINE
               STRING '*** Frame broken: ' DELIMITED BY SIZE
                      FUNCTION TRIM(FRAME-PROBLEM) DELIMITED BY SIZE
                      ' - no record applied; ask the fund to resend.'
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE
               PERFORM 3950-WRITE-REPORT-LINE
                   THRU 3950-WRITE-REPORT-LINE-END
           END-IF.
       3000-CHECK-FILE-FRAME-END.
      ******************************************************************
      * A file that already has its records in fund_change_log has been
      * applied; running it again would queue every correction twice.
       3050-CHECK-ALREADY-LOADED.
           EXEC SQL
               SELECT COUNT(*) INTO :FND-LOGGED-COUNT
               FROM fund_change_log
               WHERE file_name = TRIM(:FND-FILE-NAME)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF FND-LOGGED-COUNT > 0
               SET ALREADY-LOADED TO TRUE
               MOVE '*** File already processed - refused; see '
                   TO REPORT-LINE
               MOVE 'fund_change_log for its outcome. ***'
                   TO REPORT-LINE(43:)
               DISPLAY REPORT-LINE
               PERFORM 3950-WRITE-REPORT-LINE
                   THRU 3950-WRITE-REPORT-LINE-END
           END-IF.
       3050-CHECK-ALREADY-LOADED-END.
      ******************************************************************
      * Second pass: every detail record, in file order.
       3100-PROCESS-FUND-FILE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
           MOVE 'Outcome  Rec#   Type       Databank id' TO REPORT-LINE.
           MOVE 'Fund ref             Reason' TO REPORT-LINE(65:).
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE 'N' TO FUND-EOF-SWITCH.
           READ FUND-INPUT-FILE
               AT END SET FUND-EOF TO TRUE
           END-READ.

           PERFORM WITH TEST BEFORE UNTIL FUND-EOF
               IF FI-RECORD-TYPE = 'D'
                   ADD 1 TO RECORDS-READ-COUNT
                   PERFORM 3200-PROCESS-ONE-CHANGE
                       THRU 3200-PROCESS-ONE-CHANGE-END
               END-IF

               READ FUND-INPUT-FILE
                   AT END SET FUND-EOF TO TRUE
               END-READ
           END-PERFORM.
       3100-PROCESS-FUND-FILE-END.
      ******************************************************************
      * Whatever the change type, a record ends with exactly one
      * outcome, logged and reported.
       3200-PROCESS-ONE-CHANGE.
           MOVE RECORDS-READ-COUNT TO FND-RECORD-NO.
           MOVE FD-DATABANK-ID TO FND-DATABANK-ID.
           MOVE FD-FUND-REF TO FND-FUND-REF.
           MOVE FUNCTION UPPER-CASE(FD-CHANGE-TYPE) TO FND-CHANGE-TYPE.
           MOVE FD-STREET TO FND-STREET.
           MOVE FD-HOUSE-NO TO FND-HOUSE-NO.
           MOVE FD-BOX-NO TO FND-BOX-NO.
           MOVE FD-POSTAL-CODE TO FND-POSTAL-CODE.
           MOVE FD-CITY TO FND-CITY.
           MOVE FD-EVENT-DATE TO FND-EVENT-DATE.
           MOVE SPACES TO FND-OUTCOME.
           MOVE SPACES TO FND-REASON.
           MOVE SPACES TO FND-REVIEW-REF.

           PERFORM 3210-ACT-ON-CHANGE
               THRU 3210-ACT-ON-CHANGE-END.

           EVALUATE FND-OUTCOME
               WHEN 'APPLIED'
                   ADD 1 TO RECORDS-APPLIED-COUNT
               WHEN 'QUEUED'
                   ADD 1 TO RECORDS-QUEUED-COUNT
               WHEN OTHER
                   MOVE 'REJECTED' TO FND-OUTCOME
                   ADD 1 TO RECORDS-REJECTED-COUNT
           END-EVALUATE.

           PERFORM 3600-LOG-CHANGE
               THRU 3600-LOG-CHANGE-END.

           PERFORM 3650-REPORT-CHANGE
               THRU 3650-REPORT-CHANGE-END.
       3200-PROCESS-ONE-CHANGE-END.
      ******************************************************************
      * The fund may only change a record we sent it that is still
      * active; a record closed since (deceased, erased, merged away)
      * is the desk's business, not the feed's.
       3210-ACT-ON-CHANGE.
           IF FND-DATABANK-ID = SPACES
               MOVE 'no databank id quoted' TO FND-REASON
               GO TO 3210-ACT-ON-CHANGE-END
           END-IF.

           EXEC SQL
               SELECT COALESCE(status, 'A'),
                      COALESCE(last_name, ''), COALESCE(first_name, ''),
                      COALESCE(TO_CHAR(birth_date, 'YYYY-MM-DD'), ''),
                      COALESCE(gender, ''), COALESCE(national_no, ''),
                      COALESCE(street, ''), COALESCE(house_no, ''),
                      COALESCE(box_no, ''), COALESCE(postal_code, ''),
                      COALESCE(city, ''),
                      COALESCE(address_status, 'U')
               INTO :CUR-STATUS, :CUR-LAST-NAME, :CUR-FIRST-NAME,
                    :CUR-BIRTH-DATE, :CUR-GENDER, :CUR-NATIONAL-NO,
                    :CUR-STREET, :CUR-HOUSE-NO, :CUR-BOX-NO,
                    :CUR-POSTAL-CODE, :CUR-CITY, :CUR-ADDR-STATUS
               FROM databank
               WHERE id = :FND-DATABANK-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   MOVE 'unknown databank id' TO FND-REASON
                   GO TO 3210-ACT-ON-CHANGE-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           IF CUR-STATUS NOT = 'A'
               MOVE SPACES TO FND-REASON
               STRING 'record no longer active (status '
                          DELIMITED BY SIZE
                      CUR-STATUS DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                      INTO FND-REASON
               GO TO 3210-ACT-ON-CHANGE-END
           END-IF.

           EVALUATE FND-CHANGE-TYPE
               WHEN 'ADDRESS'
                   PERFORM 3300-APPLY-ADDRESS
                       THRU 3300-APPLY-ADDRESS-END
               WHEN 'BIRTHDATE'
                   PERFORM 3400-QUEUE-BIRTH-DATE
                       THRU 3400-QUEUE-BIRTH-DATE-END
               WHEN 'DECEASED'
                   PERFORM 3500-QUEUE-DECEASED
                       THRU 3500-QUEUE-DECEASED-END
               WHEN OTHER
                   MOVE 'unknown change type' TO FND-REASON
           END-EVALUATE.
       3210-ACT-ON-CHANGE-END.
      ******************************************************************
       3250-CHECK-EVENT-DATE.
           MOVE 'N' TO EVENT-DATE-SWITCH.
           MOVE ZEROS TO EVENT-DATE-NUM.
           MOVE FND-EVENT-DATE TO EVENT-DATE-WORK.

           IF EVD-YEAR IS NOT NUMERIC
            OR EVD-MONTH IS NOT NUMERIC
            OR EVD-DAY IS NOT NUMERIC
            OR EVD-SEP-1 NOT = '-' OR EVD-SEP-2 NOT = '-'
               GO TO 3250-CHECK-EVENT-DATE-END
           END-IF.

           COMPUTE EVENT-DATE-NUM = EVD-YEAR * 10000
                                  + EVD-MONTH * 100 + EVD-DAY.
           IF FUNCTION TEST-DATE-YYYYMMDD(EVENT-DATE-NUM) NOT = 0
            OR EVENT-DATE-NUM > TODAY-DATE-NUM
               GO TO 3250-CHECK-EVENT-DATE-END
           END-IF.

           SET EVENT-DATE-OK TO TRUE.
       3250-CHECK-EVENT-DATE-END.
      ******************************************************************
      * A new address is taken over at once, the way FwdMatch applies
      * a confident forwarding entry: the whole address in one update,
      * before and after in the change journal, back to 'U' for
      * AddrVer and no returned post against it. Like DbMnt, a blank
      * street, postal code or city is refused.
       3300-APPLY-ADDRESS.
           IF FND-STREET = SPACES
            OR FND-POSTAL-CODE = SPACES
            OR FND-CITY = SPACES
               MOVE 'incomplete address (street, postal code, city)'
                   TO FND-REASON
               GO TO 3300-APPLY-ADDRESS-END
           END-IF.

           IF FND-EVENT-DATE NOT = SPACES
               PERFORM 3250-CHECK-EVENT-DATE
                   THRU 3250-CHECK-EVENT-DATE-END
               IF NOT EVENT-DATE-OK
                   MOVE 'moving date is not a past date (YYYY-MM-DD)'
                       TO FND-REASON
                   GO TO 3300-APPLY-ADDRESS-END
               END-IF
           END-IF.

           IF FUNCTION UPPER-CASE(CUR-STREET) =
              FUNCTION UPPER-CASE(FND-STREET)
            AND CUR-POSTAL-CODE = FND-POSTAL-CODE
            AND CUR-HOUSE-NO = FND-HOUSE-NO
            AND CUR-BOX-NO = FND-BOX-NO
               MOVE 'APPLIED' TO FND-OUTCOME
               MOVE 'already at this address - nothing changed'
                   TO FND-REASON
               GO TO 3300-APPLY-ADDRESS-END
           END-IF.

           MOVE ZERO TO RETRY-COUNT.
       3300-APPLY-ADDRESS-RETRY.
           EXEC SQL
               UPDATE databank_store
               SET street_enc = pii_encrypt(TRIM(:FND-STREET)),
                   house_no = NULLIF(TRIM(:FND-HOUSE-NO), ''),
                   box_no = NULLIF(TRIM(:FND-BOX-NO), ''),
                   postal_code = TRIM(:FND-POSTAL-CODE),
                   city = TRIM(:FND-CITY),
                   address_status = 'U',
                   post_return_count = 0
               WHERE id = :FND-DATABANK-ID
           END-EXEC.

           IF SQLCODE = -30 AND RETRY-COUNT < RETRY-MAX-ATTEMPTS
               ADD 1 TO RETRY-COUNT
               DISPLAY 'Transient database error, retry ' RETRY-COUNT
                       ' of ' RETRY-MAX-ATTEMPTS '...'
               CALL 'C$SLEEP' USING RETRY-PAUSE-SECONDS
               GO TO 3300-APPLY-ADDRESS-RETRY
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
                  FUNCTION TRIM(FND-STREET) DELIMITED BY SIZE
                  '|house_no=' DELIMITED BY SIZE
                  FUNCTION TRIM(FND-HOUSE-NO) DELIMITED BY SIZE
                  '|box_no=' DELIMITED BY SIZE
                  FUNCTION TRIM(FND-BOX-NO) DELIMITED BY SIZE
                  '|postal_code=' DELIMITED BY SIZE
                  FUNCTION TRIM(FND-POSTAL-CODE) DELIMITED BY SIZE
                  '|city=' DELIMITED BY SIZE
                  FUNCTION TRIM(FND-CITY) DELIMITED BY SIZE
                  '|address_status=U' DELIMITED BY SIZE
                  INTO JOURNAL-NEW-VALUES.

           EXEC SQL
               INSERT INTO databank_change_journal
                   (databank_id, changed_columns, change_type,
                    changed_at, program_name, old_values, new_values)
               VALUES
                   (:FND-DATABANK-ID,
                    'street,house_no,box_no,postal_code,city,' ||
                    'address_status,post_return_count', 'U',
                    CURRENT_TIMESTAMP, 'FundChg',
                    :JOURNAL-OLD-VALUES, :JOURNAL-NEW-VALUES)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'APPLIED' TO FND-OUTCOME.
           MOVE 'new address applied, unverified (U) for AddrVer'
               TO FND-REASON.
       3300-APPLY-ADDRESS-END.
      ******************************************************************
      * A birth date is never changed from a feed: it is checked as
      * DbMnt checks one keyed at the desk - a past calendar date, an
      * age of 0-120, in line with the national number on file - and
      * staged as a DbMnt change for a second operator (MntAppr); it
      * reaches databank with DbMnt APPLY. One open change per record
      * and field, as at the desk.
       3400-QUEUE-BIRTH-DATE.
           PERFORM 3250-CHECK-EVENT-DATE
               THRU 3250-CHECK-EVENT-DATE-END.

           IF NOT EVENT-DATE-OK
               MOVE 'birth date is not a past date (YYYY-MM-DD)'
                   TO FND-REASON
               GO TO 3400-QUEUE-BIRTH-DATE-END
           END-IF.

           COMPUTE EVENT-AGE-YEARS =
               (TODAY-DATE-NUM - EVENT-DATE-NUM) / 10000.
           IF EVENT-AGE-YEARS > 120
               MOVE 'birth date gives an age out of range 0-120'
                   TO FND-REASON
               GO TO 3400-QUEUE-BIRTH-DATE-END
           END-IF.

           IF FND-EVENT-DATE = CUR-BIRTH-DATE
               MOVE 'APPLIED' TO FND-OUTCOME
               MOVE 'birth date already held - nothing changed'
                   TO FND-REASON
               GO TO 3400-QUEUE-BIRTH-DATE-END
           END-IF.

           IF CUR-NATIONAL-NO NOT = SPACES
               MOVE CUR-NATIONAL-NO TO NRN-INPUT
               MOVE FND-EVENT-DATE TO NRN-HELD-BIRTH-DATE
               MOVE CUR-GENDER TO NRN-HELD-GENDER
               CALL 'NrnVal' USING NRN-CHECK-AREA
               IF NRN-BIRTH-MISMATCH
                   MOVE 'birth date contradicts the national number'
                       TO FND-REASON
                   GO TO 3400-QUEUE-BIRTH-DATE-END
               END-IF
           END-IF.

           EXEC SQL
               SELECT COUNT(*), COALESCE(MIN(id), 0)
               INTO :FND-OPEN-COUNT, :FND-REVIEW-ID
               FROM pending_maint_changes
               WHERE databank_id = :FND-DATABANK-ID
                 AND field_name = 'birth_date'
                 AND status IN ('P', 'A')
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF FND-OPEN-COUNT > 0
               MOVE FND-REVIEW-ID TO REVIEW-ID-DISP
               MOVE SPACES TO FND-REASON
               STRING 'birth date change ' DELIMITED BY SIZE
                      FUNCTION TRIM(REVIEW-ID-DISP) DELIMITED BY SIZE
                      ' still open at the desk' DELIMITED BY SIZE
                      INTO FND-REASON
               GO TO 3400-QUEUE-BIRTH-DATE-END
           END-IF.

           EXEC SQL
               INSERT INTO pending_maint_changes_store
                   (databank_id, field_parm, field_name, old_value_enc,
                    new_value_enc, status, proposed_by,
                    proposed_ticket, proposed_at)
               VALUES
                   (:FND-DATABANK-ID, 'BIRTHDATE', 'birth_date',
                    pii_encrypt(TRIM(:CUR-BIRTH-DATE)),
                    pii_encrypt(TRIM(:FND-EVENT-DATE)), 'P',
                    'FundChg', TRIM(:FND-FUND-REF), CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT MAX(id)
               INTO :FND-REVIEW-ID
               FROM pending_maint_changes
               WHERE databank_id = :FND-DATABANK-ID
                 AND field_name = 'birth_date'
                 AND status = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE FND-REVIEW-ID TO REVIEW-ID-DISP.
           STRING 'MAINT ' DELIMITED BY SIZE
                  FUNCTION TRIM(REVIEW-ID-DISP) DELIMITED BY SIZE
                  INTO FND-REVIEW-REF.
           MOVE 'QUEUED' TO FND-OUTCOME.
           MOVE 'birth date correction staged for MntAppr'
               TO FND-REASON.
       3400-QUEUE-BIRTH-DATE-END.
      ******************************************************************
      * A death is never applied from a feed either: it goes to
      * deceased_review with the date the fund reports, for DecRev to
      * confirm, as PostRet does for post returned 'deceased'. A
      * proposal already waiting for the record takes the date if it
      * had none.
       3500-QUEUE-DECEASED.
           PERFORM 3250-CHECK-EVENT-DATE
               THRU 3250-CHECK-EVENT-DATE-END.

           IF NOT EVENT-DATE-OK
               MOVE 'date of death is not a past date (YYYY-MM-DD)'
                   TO FND-REASON
               GO TO 3500-QUEUE-DECEASED-END
           END-IF.

           IF CUR-BIRTH-DATE NOT = SPACES
            AND FND-EVENT-DATE < CUR-BIRTH-DATE
               MOVE 'date of death precedes the birth date held'
                   TO FND-REASON
               GO TO 3500-QUEUE-DECEASED-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*), COALESCE(MIN(id), 0)
               INTO :FND-OPEN-COUNT, :FND-REVIEW-ID
               FROM deceased_review
               WHERE databank_id = :FND-DATABANK-ID
                 AND status = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF FND-OPEN-COUNT > 0
               EXEC SQL
                   UPDATE deceased_review
                   SET reported_death_date =
                       COALESCE(reported_death_date,
                                CAST(:FND-EVENT-DATE AS DATE))
                   WHERE id = :FND-REVIEW-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
               MOVE 'death joins the proposal already in DecRev'
                   TO FND-REASON
           ELSE
               EXEC SQL
                   INSERT INTO deceased_review
                       (databank_id, registry_last_name,
                        registry_first_name, registry_birth_date,
                        confidence, status, proposed_at,
                        reported_death_date)
                   VALUES
                       (:FND-DATABANK-ID, :CUR-LAST-NAME,
                        :CUR-FIRST-NAME,
                        NULLIF(TRIM(:CUR-BIRTH-DATE), ''),
                        'FUND', 'P', CURRENT_TIMESTAMP,
                        CAST(:FND-EVENT-DATE AS DATE))
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
               EXEC SQL
                   SELECT MAX(id)
                   INTO :FND-REVIEW-ID
                   FROM deceased_review
                   WHERE databank_id = :FND-DATABANK-ID
                     AND status = 'P'
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
               MOVE 'death queued for confirmation in DecRev'
                   TO FND-REASON
           END-IF.

           MOVE FND-REVIEW-ID TO REVIEW-ID-DISP.
           STRING 'DECEASED ' DELIMITED BY SIZE
                  FUNCTION TRIM(REVIEW-ID-DISP) DELIMITED BY SIZE
                  INTO FND-REVIEW-REF.
           MOVE 'QUEUED' TO FND-OUTCOME.
       3500-QUEUE-DECEASED-END.
      ******************************************************************
       3600-LOG-CHANGE.
           EXEC SQL
               INSERT INTO fund_change_log
                   (file_name, record_no, fund_ref, databank_id,
                    change_type, outcome, reason, review_ref,
                    processed_at)
               VALUES
                   (TRIM(:FND-FILE-NAME), :FND-RECORD-NO,
                    TRIM(:FND-FUND-REF), TRIM(:FND-DATABANK-ID),
                    TRIM(:FND-CHANGE-TYPE), TRIM(:FND-OUTCOME),
                    TRIM(:FND-REASON), TRIM(:FND-REVIEW-REF),
                    CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3600-LOG-CHANGE-END.
      ******************************************************************
       3650-REPORT-CHANGE.
           MOVE FND-RECORD-NO TO RECORD-NO-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING FND-OUTCOME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RECORD-NO-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FND-CHANGE-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FND-DATABANK-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FND-FUND-REF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(FND-REASON) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           IF FND-REVIEW-REF NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING '         review item ' DELIMITED BY SIZE
                      FUNCTION TRIM(FND-REVIEW-REF) DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM 3950-WRITE-REPORT-LINE
                   THRU 3950-WRITE-REPORT-LINE-END
           END-IF.
       3650-REPORT-CHANGE-END.
      ******************************************************************
      * The closing account: every record the trailer announced is
      * applied, queued or rejected - the three must add up to it.
       3900-WRITE-RECONCILIATION.
           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Records received: ' DELIMITED BY SIZE
                  RECORDS-READ-COUNT DELIMITED BY SIZE
                  '  applied: ' DELIMITED BY SIZE
                  RECORDS-APPLIED-COUNT DELIMITED BY SIZE
                  '  queued: ' DELIMITED BY SIZE
                  RECORDS-QUEUED-COUNT DELIMITED BY SIZE
                  '  rejected: ' DELIMITED BY SIZE
                  RECORDS-REJECTED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           IF FRAME-BROKEN OR ALREADY-LOADED
            OR NOT FUND-INPUT-STATUS-OK
               MOVE 'File not processed - no record applied.'
                   TO REPORT-LINE
           ELSE
               COMPUTE RECORDS-TOTAL-COUNT = RECORDS-APPLIED-COUNT
                   + RECORDS-QUEUED-COUNT + RECORDS-REJECTED-COUNT
               IF RECORDS-TOTAL-COUNT = TRAILER-RECORD-COUNT
                   MOVE 'Every record announced by the trailer is '
                       TO REPORT-LINE
                   MOVE 'accounted for.' TO REPORT-LINE(42:)
               ELSE
                   MOVE '*** Outcomes do not add up to the trailer '
                       TO REPORT-LINE
                   MOVE 'count. ***' TO REPORT-LINE(43:)
               END-IF
           END-IF.
           DISPLAY REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
       3900-WRITE-RECONCILIATION-END.
      ******************************************************************
       3950-WRITE-REPORT-LINE.
           WRITE FUND-RECON-LINE FROM REPORT-LINE.
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
