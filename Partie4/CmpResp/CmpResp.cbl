       IDENTIFICATION DIVISION.
       PROGRAM-ID. CmpResp.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSE-INPUT-FILE ASSIGN TO RESPONSE-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-INPUT-STATUS.

           SELECT RESPONSE-REPORT-FILE
               ASSIGN TO RESPONSE-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The business's follow-up file for a campaign: one record per
      * individual written to - the campaign id, the databank id,
      * the outcome (REPLIED, NOREPLY or OPTOUT) and the date the
      * answer came in (YYYY-MM-DD, blank when not known).
       FD  RESPONSE-INPUT-FILE.
       01  RESPONSE-INPUT-RECORD.
           05  CR-CAMPAIGN-ID     PIC X(20).
           05  CR-DATABANK-ID     PIC X(36).
           05  CR-RESPONSE        PIC X(8).
           05  CR-RESPONSE-DATE   PIC X(10).

       FD  RESPONSE-REPORT-FILE.
       01  RESPONSE-REPORT-LINE   PIC X(150).

       WORKING-STORAGE SECTION.
      * Loads the campaign responses so CmpRpt can measure a campaign
      * by its replies. A response only counts for someone the
      * campaign actually reached (a contact_history row carrying the
      * campaign id); an opt-out also withdraws consent for the
      * campaign's channel, exactly as if it had been keyed through
      * Consent, so the next run of any campaign leaves them out.
       01  RESPONSE-INPUT-FILENAME PIC X(40)
               VALUE 'CAMPAIGN_RESPONSE.TXT'.
       01  WS-RESPONSE-INPUT-STATUS PIC X(02) VALUE SPACES.
           88  RESPONSE-INPUT-STATUS-OK      VALUE '00'.
           88  RESPONSE-INPUT-FILE-NOT-FOUND VALUE '35'.
       01  RESPONSE-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  RESPONSE-EOF-SWITCH    PIC X VALUE 'N'.
           88  RESPONSE-EOF       VALUE 'Y'.

       01  CMD-LINE-PARM          PIC X(30) VALUE SPACES.
       01  CMD-TOKEN              PIC X(10) VALUE SPACES.
       01  CMD-PTR                PIC 9(3) VALUE 1.

       01  ROWS-READ-COUNT        PIC 9(6) VALUE ZEROS.
       01  ROWS-LOADED-COUNT      PIC 9(6) VALUE ZEROS.
       01  ROWS-REPLIED-COUNT     PIC 9(6) VALUE ZEROS.
       01  ROWS-NOREPLY-COUNT     PIC 9(6) VALUE ZEROS.
       01  ROWS-OPTOUT-COUNT      PIC 9(6) VALUE ZEROS.
       01  ROWS-WITHDRAWN-COUNT   PIC 9(6) VALUE ZEROS.
       01  ROWS-REJECTED-COUNT    PIC 9(6) VALUE ZEROS.
       01  REPORT-LINE            PIC X(150) VALUE SPACES.
       01  REPORT-LINE-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  REJECT-REASON          PIC X(40) VALUE SPACES.
       01  LAST-CAMPAIGN-ID       PIC X(20) VALUE HIGH-VALUES.

       COPY "RetryCfg.cpy".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "JobRun.cpy".
       COPY "JobLock.cpy".
       COPY "RptCat.cpy".
       COPY "CmpSel.cpy".

       01  RSP-DATABANK-ID        PIC X(36) VALUE SPACES.
       01  RSP-RESPONSE           PIC X(8) VALUE SPACES.
       01  RSP-RESPONDED-ON       PIC X(10) VALUE SPACES.
       01  CONTACTED-COUNT        PIC S9(9) COMP-5 VALUE ZERO.
       01  CUR-ALLOWED-FLAG       PIC X(1) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           MOVE 'CmpResp' TO JRL-PROGRAM-NAME.
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

           MOVE 'CmpResp' TO LCK-JOB-NAME.
           PERFORM 1040-ACQUIRE-JOB-LOCK
               THRU 1040-ACQUIRE-JOB-LOCK-END.

           PERFORM 1100-OPEN-RESPONSE-FILES
               THRU 1100-OPEN-RESPONSE-FILES-END.

           IF RESPONSE-INPUT-STATUS-OK
               PERFORM 3000-PROCESS-RESPONSE-FILE
                   THRU 3000-PROCESS-RESPONSE-FILE-END
               CLOSE RESPONSE-INPUT-FILE
           END-IF.

           PERFORM 3900-WRITE-RUN-TALLY
               THRU 3900-WRITE-RUN-TALLY-END.

           CLOSE RESPONSE-REPORT-FILE.

      *    Graded result: a response we could not place against its
      *    campaign means the business file and our records disagree.
           IF ROWS-REJECTED-COUNT > 0
               MOVE 4 TO JRL-RETURN-CODE
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE ROWS-READ-COUNT TO JRL-ROWS-READ.
           MOVE ROWS-LOADED-COUNT TO JRL-ROWS-UPDATED.
           MOVE ROWS-REJECTED-COUNT TO JRL-ROWS-REJECTED.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.

           MOVE 'CmpResp' TO CAT-PROGRAM-NAME.
           MOVE RESPONSE-REPORT-FILENAME TO CAT-FILE-NAME.
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
       1100-OPEN-RESPONSE-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           STRING 'CMPRESP_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO RESPONSE-REPORT-FILENAME.

           OPEN OUTPUT RESPONSE-REPORT-FILE.
           MOVE 'Campaign response load report' TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           OPEN INPUT RESPONSE-INPUT-FILE.

           IF RESPONSE-INPUT-FILE-NOT-FOUND
               MOVE SPACES TO REPORT-LINE
               STRING 'Response file not found: ' DELIMITED BY SIZE
                      RESPONSE-INPUT-FILENAME DELIMITED BY SIZE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE
               PERFORM 3950-WRITE-REPORT-LINE
                   THRU 3950-WRITE-REPORT-LINE-END
           ELSE
               IF NOT RESPONSE-INPUT-STATUS-OK
                   DISPLAY 'Error opening response file, status: '
                           WS-RESPONSE-INPUT-STATUS
               END-IF
           END-IF.
       1100-OPEN-RESPONSE-FILES-END.
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

           MOVE 'CmpResp' TO ERR-PROGRAM-NAME.
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
       3000-PROCESS-RESPONSE-FILE.
           DISPLAY 'Processing response file '
                   RESPONSE-INPUT-FILENAME '...'.

           MOVE SPACES TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
           MOVE 'Rejected responses:' TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           READ RESPONSE-INPUT-FILE
               AT END SET RESPONSE-EOF TO TRUE
           END-READ.

           PERFORM WITH TEST BEFORE UNTIL RESPONSE-EOF
               ADD 1 TO ROWS-READ-COUNT

               IF CR-CAMPAIGN-ID NOT = SPACES
                   PERFORM 3100-LOAD-ONE-RESPONSE
                       THRU 3100-LOAD-ONE-RESPONSE-END
               END-IF

               READ RESPONSE-INPUT-FILE
                   AT END SET RESPONSE-EOF TO TRUE
               END-READ
           END-PERFORM.
       3000-PROCESS-RESPONSE-FILE-END.
      ******************************************************************
      * A response replaces any earlier one for the same campaign and
      * individual, so a corrected file from the business can simply
      * be loaded again.
       3100-LOAD-ONE-RESPONSE.
           MOVE FUNCTION UPPER-CASE(CR-CAMPAIGN-ID) TO CMP-ID.
           MOVE CR-DATABANK-ID TO RSP-DATABANK-ID.
           MOVE FUNCTION UPPER-CASE(CR-RESPONSE) TO RSP-RESPONSE.

           IF RSP-RESPONSE NOT = 'REPLIED'
            AND RSP-RESPONSE NOT = 'NOREPLY'
            AND RSP-RESPONSE NOT = 'OPTOUT'
               MOVE 'unknown response code' TO REJECT-REASON
               PERFORM 3800-REJECT-RESPONSE
                   THRU 3800-REJECT-RESPONSE-END
               GO TO 3100-LOAD-ONE-RESPONSE-END
           END-IF.

           IF CMP-ID NOT = LAST-CAMPAIGN-ID
               PERFORM 3150-LOOK-UP-CAMPAIGN
                   THRU 3150-LOOK-UP-CAMPAIGN-END
           END-IF.

           IF CMP-CHANNEL = SPACES
               MOVE 'campaign not registered' TO REJECT-REASON
               PERFORM 3800-REJECT-RESPONSE
                   THRU 3800-REJECT-RESPONSE-END
               GO TO 3100-LOAD-ONE-RESPONSE-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :CONTACTED-COUNT
               FROM contact_history
               WHERE campaign_id = :CMP-ID
                 AND databank_id = :RSP-DATABANK-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF CONTACTED-COUNT = 0
               MOVE 'not contacted under this campaign'
                   TO REJECT-REASON
               PERFORM 3800-REJECT-RESPONSE
                   THRU 3800-REJECT-RESPONSE-END
               GO TO 3100-LOAD-ONE-RESPONSE-END
           END-IF.

      *    A missing or malformed response date falls back to the
      *    load date.
           IF CR-RESPONSE-DATE(1:4) IS NUMERIC
            AND CR-RESPONSE-DATE(5:1) = '-'
            AND CR-RESPONSE-DATE(6:2) IS NUMERIC
            AND CR-RESPONSE-DATE(8:1) = '-'
            AND CR-RESPONSE-DATE(9:2) IS NUMERIC
               MOVE CR-RESPONSE-DATE TO RSP-RESPONDED-ON
           ELSE
               MOVE SPACES TO RSP-RESPONDED-ON
           END-IF.

           MOVE ZERO TO RETRY-COUNT.
       3100-LOAD-ONE-RESPONSE-RETRY.
           EXEC SQL
               INSERT INTO campaign_response
                   (campaign_id, databank_id, response, responded_on,
                    loaded_at)
               VALUES
                   (:CMP-ID, :RSP-DATABANK-ID, :RSP-RESPONSE,
                    CASE WHEN TRIM(:RSP-RESPONDED-ON) = ''
                         THEN CURRENT_DATE
                         ELSE CAST(:RSP-RESPONDED-ON AS DATE) END,
                    CURRENT_TIMESTAMP)
               ON CONFLICT (campaign_id, databank_id) DO UPDATE
                   SET response = EXCLUDED.response,
                       responded_on = EXCLUDED.responded_on,
                       loaded_at = EXCLUDED.loaded_at
           END-EXEC.

           IF SQLCODE = -30 AND RETRY-COUNT < RETRY-MAX-ATTEMPTS
               ADD 1 TO RETRY-COUNT
               DISPLAY 'Transient database error, retry ' RETRY-COUNT
                       ' of ' RETRY-MAX-ATTEMPTS '...'
               CALL 'C$SLEEP' USING RETRY-PAUSE-SECONDS
               GO TO 3100-LOAD-ONE-RESPONSE-RETRY
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           ADD 1 TO ROWS-LOADED-COUNT.

           EVALUATE RSP-RESPONSE
               WHEN 'REPLIED'
                   ADD 1 TO ROWS-REPLIED-COUNT
               WHEN 'NOREPLY'
                   ADD 1 TO ROWS-NOREPLY-COUNT
               WHEN 'OPTOUT'
                   ADD 1 TO ROWS-OPTOUT-COUNT
                   PERFORM 3200-WITHDRAW-CONSENT
                       THRU 3200-WITHDRAW-CONSENT-END
           END-EVALUATE.
       3100-LOAD-ONE-RESPONSE-END.
      ******************************************************************
      * Response files come sorted by campaign, so the campaign row is
      * only read again when the id changes; a blank channel marks
      * an id that is not registered.
       3150-LOOK-UP-CAMPAIGN.
           MOVE SPACES TO CMP-CHANNEL.
           MOVE CMP-ID TO LAST-CAMPAIGN-ID.

           EXEC SQL
               SELECT channel
               INTO :CMP-CHANNEL
               FROM campaign
               WHERE campaign_id = :CMP-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   MOVE SPACES TO CMP-CHANNEL
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.
       3150-LOOK-UP-CAMPAIGN-END.
      ******************************************************************
      * The same change Consent makes when the desk records a refusal:
      * the preference row for the campaign's channel goes to 'N' and
      * the change is audited. Someone already opted out is left as
      * is, so reloading a file adds no audit noise. A minor's reply
      * came back from the guardian the letter was addressed to, so
      * the audit credits the open guardian link when there is one -
      * a withdrawal is never refused.
       3200-WITHDRAW-CONSENT.
           MOVE SPACE TO CUR-ALLOWED-FLAG.
           EXEC SQL
               SELECT COALESCE(allowed, ' ')
               INTO :CUR-ALLOWED-FLAG
               FROM consent_preference
               WHERE databank_id = :RSP-DATABANK-ID
                 AND channel = :CMP-CHANNEL
           END-EXEC.

           IF SQLCODE = +100
               MOVE SPACE TO CUR-ALLOWED-FLAG
           END-IF.

           IF CUR-ALLOWED-FLAG = 'N'
               GO TO 3200-WITHDRAW-CONSENT-END
           END-IF.

           MOVE ZERO TO RETRY-COUNT.
       3200-WITHDRAW-CONSENT-RETRY.
           EXEC SQL
               INSERT INTO consent_preference
                   (databank_id, channel, allowed, effective_from)
               VALUES
                   (:RSP-DATABANK-ID, :CMP-CHANNEL, 'N',
                    CURRENT_TIMESTAMP)
               ON CONFLICT (databank_id, channel) DO UPDATE
                   SET allowed = 'N',
                       effective_from = CURRENT_TIMESTAMP
           END-EXEC.

           IF SQLCODE = -30 AND RETRY-COUNT < RETRY-MAX-ATTEMPTS
               ADD 1 TO RETRY-COUNT
               DISPLAY 'Transient database error, retry ' RETRY-COUNT
                       ' of ' RETRY-MAX-ATTEMPTS '...'
               CALL 'C$SLEEP' USING RETRY-PAUSE-SECONDS
               GO TO 3200-WITHDRAW-CONSENT-RETRY
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO consent_audit
                   (databank_id, channel, old_allowed, new_allowed,
                    changed_by, changed_at, given_by_id)
               VALUES
                   (:RSP-DATABANK-ID, :CMP-CHANNEL,
                    CASE WHEN TRIM(:CUR-ALLOWED-FLAG) = ''
                         THEN NULL ELSE :CUR-ALLOWED-FLAG END,
                    'N', CURRENT_USER, CURRENT_TIMESTAMP,
                    COALESCE(
                        (SELECT gl.guardian_id
                           FROM guardian_link gl
                          WHERE gl.minor_id = :RSP-DATABANK-ID
                            AND gl.closed_at IS NULL),
                        :RSP-DATABANK-ID))
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           ADD 1 TO ROWS-WITHDRAWN-COUNT.
       3200-WITHDRAW-CONSENT-END.
      ******************************************************************
       3800-REJECT-RESPONSE.
           ADD 1 TO ROWS-REJECTED-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ' DELIMITED BY SIZE
                  CR-CAMPAIGN-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CR-DATABANK-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CR-RESPONSE DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  FUNCTION TRIM(REJECT-REASON) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
       3800-REJECT-RESPONSE-END.
      ******************************************************************
       3900-WRITE-RUN-TALLY.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Responses read: ' DELIMITED BY SIZE
                  ROWS-READ-COUNT DELIMITED BY SIZE
                  '  loaded: ' DELIMITED BY SIZE
                  ROWS-LOADED-COUNT DELIMITED BY SIZE
                  '  replied: ' DELIMITED BY SIZE
                  ROWS-REPLIED-COUNT DELIMITED BY SIZE
                  '  no reply: ' DELIMITED BY SIZE
                  ROWS-NOREPLY-COUNT DELIMITED BY SIZE
                  '  opted out: ' DELIMITED BY SIZE
                  ROWS-OPTOUT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Consent withdrawn: ' DELIMITED BY SIZE
                  ROWS-WITHDRAWN-COUNT DELIMITED BY SIZE
                  '  rejected: ' DELIMITED BY SIZE
                  ROWS-REJECTED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
       3900-WRITE-RUN-TALLY-END.
      ******************************************************************
       3950-WRITE-REPORT-LINE.
           WRITE RESPONSE-REPORT-LINE FROM REPORT-LINE.
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
