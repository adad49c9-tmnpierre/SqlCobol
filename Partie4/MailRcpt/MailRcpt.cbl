       IDENTIFICATION DIVISION.
       PROGRAM-ID. MailRcpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-INPUT-FILE ASSIGN TO RECEIPT-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-INPUT-STATUS.

           SELECT RECEIPT-REPORT-FILE ASSIGN TO RECEIPT-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The mail gateway's daily receipt file: one record per message
      * it picked up from MAILSPOOL - the spool name MailSpl gave it,
      * the outcome (SENT or FAILED), the gateway's own event time
      * (YYYY-MM-DD HH:MM:SS) and the SMTP reply line.
       FD  RECEIPT-INPUT-FILE.
       01  RECEIPT-INPUT-RECORD.
           05  RC-SPOOL-FILE      PIC X(80).
           05  RC-OUTCOME         PIC X(8).
           05  RC-EVENT-TS        PIC X(19).
           05  RC-SMTP-REPLY      PIC X(100).

       FD  RECEIPT-REPORT-FILE.
       01  RECEIPT-REPORT-LINE    PIC X(150).

       WORKING-STORAGE SECTION.
      * MailSpl only ever registered messages as NEW; nothing read the
      * gateway's answer back, so the staging table could not tell a
      * delivered message from a lost one. This job applies the
      * receipts, reconciles them per MailSpl run, lists what the
      * gateway has sat on for too long, and hands permanent SMTP
      * failures to the same bounce columns BncProc maintains.
       01  RECEIPT-INPUT-FILENAME PIC X(40)
               VALUE 'MAIL_RECEIPT.TXT'.
       01  WS-RECEIPT-INPUT-STATUS PIC X(02) VALUE SPACES.
           88  RECEIPT-INPUT-STATUS-OK      VALUE '00'.
           88  RECEIPT-INPUT-FILE-NOT-FOUND VALUE '35'.
       01  RECEIPT-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  RECEIPT-EOF-SWITCH     PIC X VALUE 'N'.
           88  RECEIPT-EOF        VALUE 'Y'.

       01  CMD-LINE-PARM          PIC X(30) VALUE SPACES.
       01  CMD-TOKEN              PIC X(10) VALUE SPACES.
       01  CMD-PTR                PIC 9(3) VALUE 1.

       01  ROWS-READ-COUNT        PIC 9(6) VALUE ZEROS.
       01  ROWS-SENT-COUNT        PIC 9(6) VALUE ZEROS.
       01  ROWS-FAILED-COUNT      PIC 9(6) VALUE ZEROS.
       01  ROWS-PERMANENT-COUNT   PIC 9(6) VALUE ZEROS.
       01  ROWS-DUPLICATE-COUNT   PIC 9(6) VALUE ZEROS.
       01  ROWS-UNMATCHED-COUNT   PIC 9(6) VALUE ZEROS.
       01  ROWS-UNREADABLE-COUNT  PIC 9(6) VALUE ZEROS.
       01  ROWS-FLAGGED-COUNT     PIC 9(6) VALUE ZEROS.
       01  ROWS-ESCALATED-COUNT   PIC 9(6) VALUE ZEROS.
       01  STUCK-MESSAGE-COUNT    PIC 9(6) VALUE ZEROS.
       01  REPORT-LINE            PIC X(150) VALUE SPACES.
       01  RUN-ID-DISP            PIC 9(9) VALUE ZEROS.
       01  STUCK-HOURS-DISP       PIC 9(4) VALUE ZEROS.
       01  RECON-STAGED-DISP      PIC 9(6) VALUE ZEROS.
       01  RECON-SENT-DISP        PIC 9(6) VALUE ZEROS.
       01  RECON-FAILED-DISP      PIC 9(6) VALUE ZEROS.
       01  RECON-NEW-DISP         PIC 9(6) VALUE ZEROS.

       COPY "BncCfg.cpy".

       COPY "RetryCfg.cpy".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "JobRun.cpy".
       COPY "JobLock.cpy".

      * A message still NEW this many hours after MailSpl staged it
      * has not been picked up by the gateway; the operator may pass
      * another figure as a numeric parameter.
       01  STUCK-AFTER-HOURS      PIC S9(4) COMP-5 VALUE 24.

       01  RCP-SPOOL-FILE         PIC X(80) VALUE SPACES.
       01  RCP-OUTCOME            PIC X(8) VALUE SPACES.
       01  RCP-EVENT-TS           PIC X(19) VALUE SPACES.
       01  RCP-SMTP-REPLY         PIC X(100) VALUE SPACES.
       01  STG-ID                 PIC S9(9) COMP-5 VALUE ZERO.
       01  STG-RECIPIENT-ID        PIC X(36) VALUE SPACES.
       01  STG-STATUS             PIC X(8) VALUE SPACES.
       01  STG-RUN-ID             PIC S9(9) COMP-5 VALUE ZERO.
       01  STG-CREATED-AT         PIC X(26) VALUE SPACES.
       01  STG-RUN-STARTED        PIC X(26) VALUE SPACES.
       01  STG-STAGED-COUNT       PIC S9(9) COMP-5 VALUE ZERO.
       01  STG-SENT-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
       01  STG-FAILED-COUNT       PIC S9(9) COMP-5 VALUE ZERO.
       01  STG-NEW-COUNT          PIC S9(9) COMP-5 VALUE ZERO.

       01  BNC-REASON             PIC X(30) VALUE SPACES.
       01  BNC-ID                 PIC X(36) VALUE SPACES.
       01  BNC-PRIOR-COUNT        PIC S9(4) COMP-5 VALUE ZERO.
       01  BNC-NEW-STATUS         PIC X(1) VALUE SPACE.
       01  BNC-PRIOR-STATUS       PIC X(1) VALUE SPACE.
       01  JOURNAL-OLD-VALUES     PIC X(600).
       01  JOURNAL-NEW-VALUES     PIC X(600).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           MOVE 'MailRcpt' TO JRL-PROGRAM-NAME.
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

           MOVE 'MailRcpt' TO LCK-JOB-NAME.
           PERFORM 1040-ACQUIRE-JOB-LOCK
               THRU 1040-ACQUIRE-JOB-LOCK-END.

           PERFORM 1100-OPEN-RECEIPT-FILES
               THRU 1100-OPEN-RECEIPT-FILES-END.

           IF RECEIPT-INPUT-STATUS-OK
               PERFORM 3000-PROCESS-RECEIPT-FILE
                   THRU 3000-PROCESS-RECEIPT-FILE-END
               CLOSE RECEIPT-INPUT-FILE
           END-IF.

      *    The reconciliation and the stuck list are wanted even on
      *    a day the gateway delivered no receipt file - that is
      *    exactly when messages pile up as NEW.
           PERFORM 3500-RECONCILE-STAGED-RUNS
               THRU 3500-RECONCILE-STAGED-RUNS-END.

           PERFORM 3600-REPORT-STUCK-MESSAGES
               THRU 3600-REPORT-STUCK-MESSAGES-END.

           PERFORM 3900-WRITE-RUN-TALLY
               THRU 3900-WRITE-RUN-TALLY-END.

           CLOSE RECEIPT-REPORT-FILE.

      *    Graded result: receipts we could not place and messages
      *    the gateway never answered for both need a look.
           IF ROWS-UNMATCHED-COUNT > 0
            OR ROWS-UNREADABLE-COUNT > 0
            OR STUCK-MESSAGE-COUNT > 0
               MOVE 4 TO JRL-RETURN-CODE
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE ROWS-READ-COUNT TO JRL-ROWS-READ.
           COMPUTE JRL-ROWS-UPDATED =
               ROWS-SENT-COUNT + ROWS-FAILED-COUNT.
           COMPUTE JRL-ROWS-REJECTED =
               ROWS-UNMATCHED-COUNT + ROWS-UNREADABLE-COUNT.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.

           PERFORM 8800-RELEASE-JOB-LOCK
               THRU 8800-RELEASE-JOB-LOCK-END.
       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           STOP RUN.
      ******************************************************************
       1100-OPEN-RECEIPT-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           STRING 'MAILRCPT_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO RECEIPT-REPORT-FILENAME.

           OPEN OUTPUT RECEIPT-REPORT-FILE.
           MOVE 'Mail gateway receipt report' TO REPORT-LINE.
           WRITE RECEIPT-REPORT-LINE FROM REPORT-LINE.

           OPEN INPUT RECEIPT-INPUT-FILE.

           IF RECEIPT-INPUT-FILE-NOT-FOUND
               MOVE SPACES TO REPORT-LINE
               STRING 'Receipt file not found: ' DELIMITED BY SIZE
                      RECEIPT-INPUT-FILENAME DELIMITED BY SIZE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE
               WRITE RECEIPT-REPORT-LINE FROM REPORT-LINE
           ELSE
               IF NOT RECEIPT-INPUT-STATUS-OK
                   DISPLAY 'Error opening receipt file, status: '
                           WS-RECEIPT-INPUT-STATUS
               END-IF
           END-IF.
       1100-OPEN-RECEIPT-FILES-END.
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
               EVALUATE TRUE
                   WHEN CMD-TOKEN = 'FORCE'
                       SET LOCK-FORCED TO TRUE
                   WHEN CMD-TOKEN = SPACES
                       CONTINUE
                   WHEN FUNCTION TRIM(CMD-TOKEN) IS NUMERIC
                       MOVE FUNCTION NUMVAL(CMD-TOKEN)
                           TO STUCK-AFTER-HOURS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           MOVE STUCK-AFTER-HOURS TO STUCK-HOURS-DISP.
           DISPLAY 'Messages still NEW after ' STUCK-HOURS-DISP
                   ' hours are reported as stuck.'.
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

           MOVE 'MailRcpt' TO ERR-PROGRAM-NAME.
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
       3000-PROCESS-RECEIPT-FILE.
           DISPLAY 'Processing receipt file '
                   RECEIPT-INPUT-FILENAME '...'.

           READ RECEIPT-INPUT-FILE
               AT END SET RECEIPT-EOF TO TRUE
           END-READ.

           PERFORM WITH TEST BEFORE UNTIL RECEIPT-EOF
               ADD 1 TO ROWS-READ-COUNT

               IF RC-SPOOL-FILE NOT = SPACES
                   PERFORM 3100-APPLY-ONE-RECEIPT
                       THRU 3100-APPLY-ONE-RECEIPT-END
               END-IF

               READ RECEIPT-INPUT-FILE
                   AT END SET RECEIPT-EOF TO TRUE
               END-READ
           END-PERFORM.
       3000-PROCESS-RECEIPT-FILE-END.
      ******************************************************************
      * A receipt closes the staged message it names. A SENT row is
      * final; a FAILED one may still be closed SENT by a later
      * receipt when the gateway's own retry got through.
       3100-APPLY-ONE-RECEIPT.
           MOVE RC-SPOOL-FILE TO RCP-SPOOL-FILE.
           MOVE FUNCTION UPPER-CASE(RC-OUTCOME) TO RCP-OUTCOME.
           MOVE RC-SMTP-REPLY TO RCP-SMTP-REPLY.

           IF RCP-OUTCOME NOT = 'SENT' AND RCP-OUTCOME NOT = 'FAILED'
               ADD 1 TO ROWS-UNREADABLE-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'Unknown outcome "' DELIMITED BY SIZE
                      FUNCTION TRIM(RC-OUTCOME) DELIMITED BY SIZE
                      '" for ' DELIMITED BY SIZE
                      FUNCTION TRIM(RCP-SPOOL-FILE) DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE RECEIPT-REPORT-LINE FROM REPORT-LINE
               GO TO 3100-APPLY-ONE-RECEIPT-END
           END-IF.

      *    A missing or malformed gateway time falls back to the
      *    time the receipt is applied.
           IF RC-EVENT-TS(1:4) IS NUMERIC
            AND RC-EVENT-TS(5:1) = '-'
            AND RC-EVENT-TS(8:1) = '-'
            AND RC-EVENT-TS(11:1) = ' '
            AND RC-EVENT-TS(14:1) = ':'
               MOVE RC-EVENT-TS TO RCP-EVENT-TS
           ELSE
               MOVE SPACES TO RCP-EVENT-TS
           END-IF.

           MOVE ZERO TO STG-ID.
           EXEC SQL
               SELECT id, COALESCE(recipient_id, databank_id, ''),
                      COALESCE(status, 'NEW')
               INTO :STG-ID, :STG-RECIPIENT-ID, :STG-STATUS
               FROM mail_staging
               WHERE spool_file = TRIM(:RCP-SPOOL-FILE)
               ORDER BY id DESC
               LIMIT 1
           END-EXEC.

           IF SQLCODE = +100
               ADD 1 TO ROWS-UNMATCHED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'No staged message for receipt: '
                          DELIMITED BY SIZE
                      FUNCTION TRIM(RCP-SPOOL-FILE) DELIMITED BY SIZE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE
               WRITE RECEIPT-REPORT-LINE FROM REPORT-LINE
               GO TO 3100-APPLY-ONE-RECEIPT-END
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF STG-STATUS = 'SENT'
            OR (STG-STATUS = 'FAILED' AND RCP-OUTCOME = 'FAILED')
               ADD 1 TO ROWS-DUPLICATE-COUNT
               GO TO 3100-APPLY-ONE-RECEIPT-END
           END-IF.

           MOVE ZERO TO RETRY-COUNT.
       3100-APPLY-ONE-RECEIPT-RETRY.
           EXEC SQL
               UPDATE mail_staging
               SET status = :RCP-OUTCOME,
                   receipt_at =
                       CASE WHEN TRIM(:RCP-EVENT-TS) = ''
                            THEN CURRENT_TIMESTAMP
                            ELSE CAST(:RCP-EVENT-TS AS TIMESTAMP) END,
                   sent_at =
                       CASE WHEN :RCP-OUTCOME <> 'SENT' THEN sent_at
                            WHEN TRIM(:RCP-EVENT-TS) = ''
                            THEN CURRENT_TIMESTAMP
                            ELSE CAST(:RCP-EVENT-TS AS TIMESTAMP) END,
                   smtp_reply = TRIM(:RCP-SMTP-REPLY),
                   closed_at = CURRENT_TIMESTAMP
               WHERE id = :STG-ID
           END-EXEC.

           IF SQLCODE = -30 AND RETRY-COUNT < RETRY-MAX-ATTEMPTS
               ADD 1 TO RETRY-COUNT
               DISPLAY 'Transient database error, retry ' RETRY-COUNT
                       ' of ' RETRY-MAX-ATTEMPTS '...'
               CALL 'C$SLEEP' USING RETRY-PAUSE-SECONDS
               GO TO 3100-APPLY-ONE-RECEIPT-RETRY
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 3150-MARK-CONTACT-RETURNED
               THRU 3150-MARK-CONTACT-RETURNED-END.

           IF RCP-OUTCOME = 'SENT'
               ADD 1 TO ROWS-SENT-COUNT
               GO TO 3100-APPLY-ONE-RECEIPT-END
           END-IF.

           ADD 1 TO ROWS-FAILED-COUNT.

      *    Only a 5xx reply is a permanent failure of the address; a
      *    4xx is the far end being busy and says nothing about it.
           IF RCP-SMTP-REPLY(1:1) = '5'
               ADD 1 TO ROWS-PERMANENT-COUNT
               PERFORM 3200-FLAG-PERMANENT-FAILURE
                   THRU 3200-FLAG-PERMANENT-FAILURE-END
           END-IF.
       3100-APPLY-ONE-RECEIPT-END.
      ******************************************************************
      * The contact ledger row MailSpl wrote for this message counts
      * as returned while the gateway reports it FAILED; a later SENT
      * from the gateway's own retry takes the mark off again. The
      * campaign result report counts returns from this column.
       3150-MARK-CONTACT-RETURNED.
           EXEC SQL
               UPDATE contact_history
               SET returned_at =
                   CASE WHEN :RCP-OUTCOME = 'FAILED'
                        THEN CURRENT_TIMESTAMP
                        ELSE NULL END
               WHERE program_name = 'MailSpl'
                 AND channel = 'EMAIL'
                 AND document_ref = TRIM(:RCP-SPOOL-FILE)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3150-MARK-CONTACT-RETURNED-END.
      ******************************************************************
      * A permanent failure counts as a bounce of the address, on the
      * same columns and with the same escalation as BncProc - every
      * databank row sharing the mailbox is flagged, as BncProc does.
      * The mailbox is the recipient's: a guardian's for a minor.
       3200-FLAG-PERMANENT-FAILURE.
           MOVE RCP-SMTP-REPLY TO BNC-REASON.

           EXEC SQL DECLARE RCPBNC_CUR CURSOR FOR
               SELECT d.id, COALESCE(d.bounce_count, 0),
                      COALESCE(d.email_status, 'A')
               FROM databank d
               WHERE d.email_token =
                     (SELECT s.email_token
                        FROM databank_store s
                       WHERE s.id = :STG-RECIPIENT-ID)
               ORDER BY d.id
           END-EXEC.

           EXEC SQL OPEN RCPBNC_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO BNC-ID.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH RCPBNC_CUR
                   INTO :BNC-ID, :BNC-PRIOR-COUNT,
                        :BNC-PRIOR-STATUS
               END-EXEC

               IF SQLCODE = 0 THEN
                   PERFORM 3250-APPLY-BOUNCE-FLAG
                       THRU 3250-APPLY-BOUNCE-FLAG-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE RCPBNC_CUR END-EXEC.

           IF BNC-ID = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING 'Permanent failure, recipient no longer on '
                          DELIMITED BY SIZE
                      'file: ' DELIMITED BY SIZE
                      FUNCTION TRIM(RCP-SPOOL-FILE) DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE RECEIPT-REPORT-LINE FROM REPORT-LINE
           END-IF.
       3200-FLAG-PERMANENT-FAILURE-END.
      ******************************************************************
       3250-APPLY-BOUNCE-FLAG.
           IF BNC-PRIOR-COUNT + 1 >= BOUNCE-ESCALATE-LIMIT
               MOVE 'P' TO BNC-NEW-STATUS
               ADD 1 TO ROWS-ESCALATED-COUNT
           ELSE
               MOVE 'U' TO BNC-NEW-STATUS
           END-IF.

           MOVE ZERO TO RETRY-COUNT.
       3250-APPLY-BOUNCE-FLAG-RETRY.
           EXEC SQL
               UPDATE databank
               SET email_status = :BNC-NEW-STATUS,
                   bounce_count = COALESCE(bounce_count, 0) + 1,
                   last_bounce_reason = :BNC-REASON,
                   last_bounce_date = CURRENT_TIMESTAMP
               WHERE id = :BNC-ID
           END-EXEC.

           IF SQLCODE = -30 AND RETRY-COUNT < RETRY-MAX-ATTEMPTS
               ADD 1 TO RETRY-COUNT
               DISPLAY 'Transient database error, retry ' RETRY-COUNT
                       ' of ' RETRY-MAX-ATTEMPTS '...'
               CALL 'C$SLEEP' USING RETRY-PAUSE-SECONDS
               GO TO 3250-APPLY-BOUNCE-FLAG-RETRY
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           ADD 1 TO ROWS-FLAGGED-COUNT.

           MOVE SPACES TO JOURNAL-OLD-VALUES.
           STRING 'email_status=' DELIMITED BY SIZE
                  BNC-PRIOR-STATUS DELIMITED BY SIZE
                  INTO JOURNAL-OLD-VALUES.

           MOVE SPACES TO JOURNAL-NEW-VALUES.
           STRING 'email_status=' DELIMITED BY SIZE
                  BNC-NEW-STATUS DELIMITED BY SIZE
                  INTO JOURNAL-NEW-VALUES.

           EXEC SQL
               INSERT INTO databank_change_journal
                   (databank_id, changed_columns, change_type,
                    changed_at, program_name, old_values, new_values)
               VALUES
                   (:BNC-ID,
                    'email_status,bounce_count,' ||
                    'last_bounce_reason,last_bounce_date', 'U',
                    CURRENT_TIMESTAMP, 'MailRcpt',
                    :JOURNAL-OLD-VALUES, :JOURNAL-NEW-VALUES)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Id ' DELIMITED BY SIZE
                  BNC-ID DELIMITED BY SIZE
                  ' flagged ' DELIMITED BY SIZE
                  BNC-NEW-STATUS DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  FUNCTION TRIM(BNC-REASON) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE RECEIPT-REPORT-LINE FROM REPORT-LINE.
       3250-APPLY-BOUNCE-FLAG-END.
      ******************************************************************
      * Per MailSpl run touched by today's receipts, or still holding
      * NEW messages: what was staged against what the gateway has
      * confirmed, so a run the gateway only half processed shows up.
       3500-RECONCILE-STAGED-RUNS.
           MOVE SPACES TO REPORT-LINE.
           WRITE RECEIPT-REPORT-LINE FROM REPORT-LINE.
           MOVE 'Reconciliation per MailSpl run:' TO REPORT-LINE.
           WRITE RECEIPT-REPORT-LINE FROM REPORT-LINE.

           EXEC SQL DECLARE RECON_CUR CURSOR FOR
               SELECT COALESCE(m.job_run_log_id, 0),
                      COALESCE(CAST(MIN(j.started_at) AS VARCHAR),
                               '(untagged)'),
                      COUNT(*),
                      SUM(CASE WHEN m.status = 'SENT'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN m.status = 'FAILED'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN COALESCE(m.status, 'NEW') = 'NEW'
                               THEN 1 ELSE 0 END)
               FROM mail_staging m
               LEFT JOIN job_run_log j
                      ON j.id = m.job_run_log_id
               GROUP BY COALESCE(m.job_run_log_id, 0)
               HAVING SUM(CASE WHEN COALESCE(m.status, 'NEW') = 'NEW'
                               THEN 1 ELSE 0 END) > 0
                   OR MAX(m.closed_at) >=
                      CAST(:JRL-STARTED-TS AS TIMESTAMP)
               ORDER BY COALESCE(m.job_run_log_id, 0)
           END-EXEC.

           EXEC SQL OPEN RECON_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH RECON_CUR
                   INTO :STG-RUN-ID, :STG-RUN-STARTED,
                        :STG-STAGED-COUNT, :STG-SENT-COUNT,
                        :STG-FAILED-COUNT, :STG-NEW-COUNT
               END-EXEC

               IF SQLCODE = 0 THEN
                   MOVE STG-RUN-ID TO RUN-ID-DISP
                   MOVE STG-STAGED-COUNT TO RECON-STAGED-DISP
                   MOVE STG-SENT-COUNT TO RECON-SENT-DISP
                   MOVE STG-FAILED-COUNT TO RECON-FAILED-DISP
                   MOVE STG-NEW-COUNT TO RECON-NEW-DISP
                   MOVE SPACES TO REPORT-LINE
                   STRING '  Run ' DELIMITED BY SIZE
                          RUN-ID-DISP DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          STG-RUN-STARTED(1:19) DELIMITED BY SIZE
                          '  staged: ' DELIMITED BY SIZE
                          RECON-STAGED-DISP DELIMITED BY SIZE
                          '  sent: ' DELIMITED BY SIZE
                          RECON-SENT-DISP DELIMITED BY SIZE
                          '  failed: ' DELIMITED BY SIZE
                          RECON-FAILED-DISP DELIMITED BY SIZE
                          '  no receipt: ' DELIMITED BY SIZE
                          RECON-NEW-DISP DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE RECEIPT-REPORT-LINE FROM REPORT-LINE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE RECON_CUR END-EXEC.
       3500-RECONCILE-STAGED-RUNS-END.
      ******************************************************************
       3600-REPORT-STUCK-MESSAGES.
           MOVE SPACES TO REPORT-LINE.
           WRITE RECEIPT-REPORT-LINE FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Messages still NEW after ' DELIMITED BY SIZE
                  STUCK-HOURS-DISP DELIMITED BY SIZE
                  ' hours:' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE RECEIPT-REPORT-LINE FROM REPORT-LINE.

           EXEC SQL DECLARE STUCK_CUR CURSOR FOR
               SELECT id, COALESCE(spool_file, ''),
                      CAST(created_at AS VARCHAR),
                      COALESCE(job_run_log_id, 0)
               FROM mail_staging
               WHERE COALESCE(status, 'NEW') = 'NEW'
                 AND created_at <
                     CURRENT_TIMESTAMP
                     - :STUCK-AFTER-HOURS * INTERVAL '1 hour'
               ORDER BY created_at, id
           END-EXEC.

           EXEC SQL OPEN STUCK_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH STUCK_CUR
                   INTO :STG-ID, :RCP-SPOOL-FILE, :STG-CREATED-AT,
                        :STG-RUN-ID
               END-EXEC

               IF SQLCODE = 0 THEN
                   ADD 1 TO STUCK-MESSAGE-COUNT
                   MOVE STG-RUN-ID TO RUN-ID-DISP
                   MOVE SPACES TO REPORT-LINE
                   STRING '  ' DELIMITED BY SIZE
                          FUNCTION TRIM(RCP-SPOOL-FILE)
                              DELIMITED BY SIZE
                          '  staged ' DELIMITED BY SIZE
                          STG-CREATED-AT(1:19) DELIMITED BY SIZE
                          '  run ' DELIMITED BY SIZE
                          RUN-ID-DISP DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE RECEIPT-REPORT-LINE FROM REPORT-LINE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE STUCK_CUR END-EXEC.

           IF STUCK-MESSAGE-COUNT > 0
               DISPLAY 'Warning: ' STUCK-MESSAGE-COUNT
                       ' staged messages have no gateway receipt.'
           END-IF.
       3600-REPORT-STUCK-MESSAGES-END.
      ******************************************************************
       3900-WRITE-RUN-TALLY.
           MOVE SPACES TO REPORT-LINE.
           WRITE RECEIPT-REPORT-LINE FROM REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Receipts read: ' DELIMITED BY SIZE
                  ROWS-READ-COUNT DELIMITED BY SIZE
                  '  sent: ' DELIMITED BY SIZE
                  ROWS-SENT-COUNT DELIMITED BY SIZE
                  '  failed: ' DELIMITED BY SIZE
                  ROWS-FAILED-COUNT DELIMITED BY SIZE
                  '  permanent: ' DELIMITED BY SIZE
                  ROWS-PERMANENT-COUNT DELIMITED BY SIZE
                  '  already closed: ' DELIMITED BY SIZE
                  ROWS-DUPLICATE-COUNT DELIMITED BY SIZE
                  '  unmatched: ' DELIMITED BY SIZE
                  ROWS-UNMATCHED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE RECEIPT-REPORT-LINE FROM REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Bounce rows flagged: ' DELIMITED BY SIZE
                  ROWS-FLAGGED-COUNT DELIMITED BY SIZE
                  '  escalated permanent: ' DELIMITED BY SIZE
                  ROWS-ESCALATED-COUNT DELIMITED BY SIZE
                  '  unreadable receipts: ' DELIMITED BY SIZE
                  ROWS-UNREADABLE-COUNT DELIMITED BY SIZE
                  '  stuck: ' DELIMITED BY SIZE
                  STUCK-MESSAGE-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE RECEIPT-REPORT-LINE FROM REPORT-LINE.
       3900-WRITE-RUN-TALLY-END.
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
