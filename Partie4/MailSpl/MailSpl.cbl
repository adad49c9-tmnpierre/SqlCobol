           05  CC-ENTRY           PIC X(10) OCCURS 20 TIMES.
       01  REPORT-MODE-SWITCH     PIC X VALUE 'N'.
           88  REPORT-MODE        VALUE 'Y'.
       01  CAMPAIGN-MODE-SWITCH   PIC X VALUE 'N'.
           88  CAMPAIGN-MODE      VALUE 'Y'.
       01  CAMPAIGN-VALID-SWITCH  PIC X VALUE 'N'.
           88  CAMPAIGN-VALID     VALUE 'Y'.
       01  CMP-LIST-PTR           PIC 9(3) VALUE 1.
       01  CC-TOKEN               PIC X(10) VALUE SPACES.

       01  MESSAGES-STAGED-COUNT  PIC 9(6) VALUE ZEROS.
       01  COUNTRY-START-COUNT    PIC 9(6) VALUE ZEROS.

      * In-memory phrase-serving tallies, flushed to phrase_usage at
      * end of run - one upsert per served phrase key instead of one
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "JobRun.cpy".
       COPY "CtcHist.cpy".
       COPY "CmpSel.cpy".

       01  TARGET-COUNTRY-CODE    PIC X(10) VALUE 'BE'.

           05  SQL-FNAME          PIC X(50).
           05  SQL-EMAIL          PIC X(100).
           05  SQL-PHRASE-KEY     PIC X(50).
           05  SQL-ROUTE-FLAG     PIC X(1).
               88  SQL-ROUTED-TO-GUARDIAN VALUE 'G'.
           05  SQL-GRD-NAME       PIC X(50).
           05  SQL-GRD-FNAME      PIC X(50).
           05  SQL-RECIPIENT-ID   PIC X(36).
           05  SQL-QUOTE          PIC X(255).

       01  USG-COUNTRY-CODE       PIC X(10) VALUE SPACES.
       01  STG-ROW-COUNT          PIC S9(9) COMP-5 VALUE ZERO.
       01  STG-RUN-ID             PIC S9(9) COMP-5 VALUE ZERO.
       01  CONSENT-SUPPRESSED-CNT PIC S9(9) COMP-5 VALUE ZERO.
       01  MINOR-HELD-CNT         PIC S9(9) COMP-5 VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           PERFORM 8950-TAG-STAGED-MESSAGES
               THRU 8950-TAG-STAGED-MESSAGES-END.

           PERFORM 8975-TAG-CONTACT-HISTORY
               THRU 8975-TAG-CONTACT-HISTORY-END.

           IF CAMPAIGN-MODE
               PERFORM 8980-TAG-CAMPAIGN-RUN
                   THRU 8980-TAG-CAMPAIGN-RUN-END
           END-IF.

           PERFORM 8960-FLUSH-PHRASE-USAGE
               THRU 8960-FLUSH-PHRASE-USAGE-END.

           MOVE 1 TO CMD-PTR.
           MOVE 0 TO CC-COUNT.

      *    CAMPAIGN <id> stages a registered EMAIL campaign: the
      *    register row supplies the countries and the selection.
           IF FUNCTION UPPER-CASE(CMD-LINE-PARM(1:9)) = 'CAMPAIGN '
               SET CAMPAIGN-MODE TO TRUE
               MOVE FUNCTION TRIM(CMD-LINE-PARM(10:)) TO CMD-LINE-PARM
               UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
                   INTO CMP-ID
               END-UNSTRING
               MOVE SPACES TO CMD-LINE-PARM
               MOVE FUNCTION UPPER-CASE(CMP-ID) TO CMP-ID
               PERFORM 1120-LOAD-CAMPAIGN
                   THRU 1120-LOAD-CAMPAIGN-END
               DISPLAY 'Campaign ' FUNCTION TRIM(CMP-ID) ' - '
                       FUNCTION TRIM(CMP-DESCRIPTION)
           END-IF.

           PERFORM UNTIL CMD-PTR > FUNCTION LENGTH(CMD-LINE-PARM)
                      OR CMD-LINE-PARM(CMD-PTR:1) = SPACE
                      OR CC-COUNT >= 20
               END-UNSTRING
           END-PERFORM.

           IF CAMPAIGN-MODE
               PERFORM 1125-LOAD-CAMPAIGN-COUNTRIES
                   THRU 1125-LOAD-CAMPAIGN-COUNTRIES-END
           END-IF.

           IF CC-COUNT = 0
               MOVE 1 TO CC-COUNT
               MOVE 'BE' TO CC-ENTRY(1)
           DISPLAY 'Countries to stage: ' CC-COUNT.
       1100-GET-RUN-PARMS-END.
      ******************************************************************
      * A campaign is only staged from an open EMAIL register row; a
      * missing, closed or postal campaign stops the job before any
      * message is written.
       1120-LOAD-CAMPAIGN.
           EXEC SQL
               SELECT COALESCE(description, ''), template_key,
                      channel, country_list, age_min, age_max,
                      spoken, gender, head_only, status
               INTO :CMP-DESCRIPTION, :CMP-TEMPLATE-KEY,
                    :CMP-CHANNEL, :CMP-COUNTRY-LIST, :CMP-AGE-MIN,
                    :CMP-AGE-MAX, :CMP-SPOKEN, :CMP-GENDER,
                    :CMP-HEAD-ONLY, :CMP-STATUS
               FROM campaign
               WHERE campaign_id = :CMP-ID
           END-EXEC.

           MOVE 'N' TO CAMPAIGN-VALID-SWITCH.
           EVALUATE TRUE
               WHEN SQLCODE = +100
                   DISPLAY '*** No campaign registered as '
                           FUNCTION TRIM(CMP-ID)
                           ' - register it with CmpMnt first. ***'
               WHEN SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               WHEN CMP-STATUS = 'C'
                   DISPLAY '*** Campaign ' FUNCTION TRIM(CMP-ID)
                           ' is closed - refusing to run it. ***'
               WHEN CMP-CHANNEL NOT = 'EMAIL'
                   DISPLAY '*** Campaign ' FUNCTION TRIM(CMP-ID)
                           ' is a ' FUNCTION TRIM(CMP-CHANNEL)
                           ' campaign - run it through BelInfo. ***'
               WHEN OTHER
                   SET CAMPAIGN-VALID TO TRUE
           END-EVALUATE.

           IF NOT CAMPAIGN-VALID
               MOVE 8 TO JRL-RETURN-CODE
               PERFORM 8900-WRITE-JOB-RUN-LOG
                   THRU 8900-WRITE-JOB-RUN-LOG-END
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE CMP-ID TO CTH-CAMPAIGN-ID.
       1120-LOAD-CAMPAIGN-END.
      ******************************************************************
       1125-LOAD-CAMPAIGN-COUNTRIES.
           MOVE 1 TO CMP-LIST-PTR.
           PERFORM UNTIL CMP-LIST-PTR >
                         FUNCTION LENGTH(CMP-COUNTRY-LIST)
                      OR CMP-COUNTRY-LIST(CMP-LIST-PTR:) = SPACES
                      OR CC-COUNT >= 20
               MOVE SPACES TO CC-TOKEN
               UNSTRING CMP-COUNTRY-LIST DELIMITED BY ','
                   INTO CC-TOKEN
                   POINTER CMP-LIST-PTR
               END-UNSTRING
               IF CC-TOKEN NOT = SPACES
                   ADD 1 TO CC-COUNT
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CC-TOKEN))
                       TO CC-ENTRY(CC-COUNT)
               END-IF
           END-PERFORM.
       1125-LOAD-CAMPAIGN-COUNTRIES-END.
      ******************************************************************
      * Schema objects are owned by SchemaMig; this job only checks
      * that the database is at the level it was written against and
      * fails fast when the schema is behind.
               END-IF
           END-IF.
       8950-TAG-STAGED-MESSAGES-END.
      ******************************************************************
       8970-RECORD-CONTACT.
           EXEC SQL
               INSERT INTO contact_history
                   (databank_id, channel, program_name,
                    document_ref, campaign_id, contacted_at)
               VALUES
                   (:CTH-DATABANK-ID, :CTH-CHANNEL, 'MailSpl',
                    TRIM(:CTH-DOCUMENT-REF),
                    NULLIF(TRIM(:CTH-CAMPAIGN-ID), ''),
                    CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8970-RECORD-CONTACT-END.
      ******************************************************************
      * Same late stamping for the contact ledger rows of this run.
       8975-TAG-CONTACT-HISTORY.
           IF STG-RUN-ID > 0
               EXEC SQL
                   UPDATE contact_history
                   SET job_run_log_id = :STG-RUN-ID
                   WHERE program_name = 'MailSpl'
                     AND job_run_log_id IS NULL
                     AND contacted_at >=
                         CAST(:JRL-STARTED-TS AS TIMESTAMP)
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.
       8975-TAG-CONTACT-HISTORY-END.
      ******************************************************************
      * Same late stamping for the campaign_run rows of this run.
       8980-TAG-CAMPAIGN-RUN.
           IF STG-RUN-ID > 0
               EXEC SQL
                   UPDATE campaign_run
                   SET job_run_log_id = :STG-RUN-ID
                   WHERE program_name = 'MailSpl'
                     AND job_run_log_id IS NULL
                     AND run_at >= CAST(:JRL-STARTED-TS AS TIMESTAMP)
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.
       8980-TAG-CAMPAIGN-RUN-END.
      ******************************************************************
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
      * Same population and phrase fallback as the letter run: active
      * individuals with a deliverable email, their own language's
      * phrase first, then the country default, then any phrase the
      * country has on file. A campaign narrows the selection by its
      * age bracket, language, gender and heads of household only.
      * A minor's message goes to the guardian on file (gr), whose
      * address and bounce status then decide; a minor with no
      * active guardian is not mailed at all.
       3100-STAGE-ONE-COUNTRY.
           MOVE MESSAGES-STAGED-COUNT TO COUNTRY-START-COUNT.

           EXEC SQL DECLARE MAIL_CUR CURSOR FOR
               SELECT d.id, d.last_name, d.first_name,
                      CASE WHEN gr.guardian_id IS NOT NULL
                           THEN gr.email ELSE d.email END,
                      CASE WHEN EXISTS
                           (SELECT 1 FROM phrase p
                             WHERE p.country_code = d.country_code
                               AND p.spoken = '*')
                           THEN '*'
                           ELSE '(any)' END,
                      CASE WHEN gr.guardian_id IS NOT NULL
                           THEN 'G' ELSE ' ' END,
                      COALESCE(gr.last_name, ''),
                      COALESCE(gr.first_name, ''),
                      COALESCE(gr.guardian_id, d.id),
                      COALESCE(
                          (SELECT p.phrase FROM phrase p
                            WHERE p.country_code = d.country_code
                          (SELECT MIN(p.phrase) FROM phrase p
                            WHERE p.country_code = d.country_code))
               FROM databank d
               LEFT JOIN (SELECT m.id AS minor_id,
                                 g.id AS guardian_id,
                                 g.last_name, g.first_name, g.email,
                                 g.email_status
                            FROM databank m
                            LEFT JOIN guardian_link gl
                                   ON gl.minor_id = m.id
                                  AND gl.closed_at IS NULL
                            LEFT JOIN databank g
                                   ON g.id = gl.guardian_id
                                  AND COALESCE(g.status, 'A') = 'A'
                           WHERE COALESCE(CAST(EXTRACT(YEAR FROM
                                     AGE(CURRENT_DATE, m.birth_date))
                                     AS INTEGER), m.age) < 18) gr
                      ON gr.minor_id = d.id
               WHERE d.country_code = :TARGET-COUNTRY-CODE
                 AND COALESCE(d.status, 'A') = 'A'
                 AND (gr.minor_id IS NULL
                      OR gr.guardian_id IS NOT NULL)
                 AND CASE WHEN gr.guardian_id IS NOT NULL
                          THEN COALESCE(gr.email_status, 'A')
                          ELSE COALESCE(d.email_status, 'A') END
                     NOT IN ('U', 'P')
                 AND NOT EXISTS
                     (SELECT 1 FROM consent_preference cp
                       WHERE cp.databank_id = d.id
                         AND cp.channel = 'EMAIL'
                         AND cp.allowed = 'N')
                 AND NOT EXISTS
                     (SELECT 1 FROM contact_frequency_rule r
                       WHERE r.channel = 'EMAIL'
                         AND (SELECT COUNT(*)
                                FROM contact_history ch
                               WHERE ch.databank_id = d.id
                                 AND ch.channel = 'EMAIL'
                                 AND ch.contacted_at >=
                                     CURRENT_TIMESTAMP
                                     - r.window_days
                                       * INTERVAL '1 day')
                             >= r.max_contacts)
                 AND (:CMP-AGE-MIN = 0
                      OR COALESCE(CAST(EXTRACT(YEAR FROM
                             AGE(CURRENT_DATE, d.birth_date))
                             AS INTEGER), d.age) >= :CMP-AGE-MIN)
                 AND (:CMP-AGE-MAX = 0
                      OR COALESCE(CAST(EXTRACT(YEAR FROM
                             AGE(CURRENT_DATE, d.birth_date))
                             AS INTEGER), d.age) <= :CMP-AGE-MAX)
                 AND (TRIM(:CMP-SPOKEN) = ''
                      OR UPPER(TRIM(d.spoken)) =
                         UPPER(TRIM(:CMP-SPOKEN)))
                 AND (TRIM(:CMP-GENDER) = ''
                      OR UPPER(TRIM(d.gender)) =
                         UPPER(TRIM(:CMP-GENDER)))
                 AND (:CMP-HEAD-ONLY <> 'Y'
                      OR NOT EXISTS
                         (SELECT 1 FROM household_member hm
                           WHERE hm.databank_id = d.id)
                      OR EXISTS
                         (SELECT 1 FROM household h
                           WHERE h.head_id = d.id))
                 AND EXISTS
                     (SELECT 1 FROM phrase p
                       WHERE p.country_code = d.country_code)
               EXEC SQL
                   FETCH MAIL_CUR
                   INTO :SQL-ID, :SQL-NAME, :SQL-FNAME, :SQL-EMAIL,
                        :SQL-PHRASE-KEY, :SQL-ROUTE-FLAG,
                        :SQL-GRD-NAME, :SQL-GRD-FNAME,
                        :SQL-RECIPIENT-ID, :SQL-QUOTE
               END-EXEC

               IF SQLCODE = 0 THEN

           PERFORM 3150-COUNT-CONSENT-SUPPRESSED
               THRU 3150-COUNT-CONSENT-SUPPRESSED-END.

           PERFORM 3155-COUNT-MINORS-HELD
               THRU 3155-COUNT-MINORS-HELD-END.

           PERFORM 3160-COUNT-FREQUENCY-CAPPED
               THRU 3160-COUNT-FREQUENCY-CAPPED-END.

           IF CAMPAIGN-MODE
               PERFORM 3170-RECORD-CAMPAIGN-RUN
                   THRU 3170-RECORD-CAMPAIGN-RUN-END
           END-IF.
       3100-STAGE-ONE-COUNTRY-END.
      ******************************************************************
      * Compliance wants to prove suppression: report how many
               FROM databank d
               WHERE d.country_code = :TARGET-COUNTRY-CODE
                 AND COALESCE(d.status, 'A') = 'A'
                 AND (:CMP-AGE-MIN = 0
                      OR COALESCE(CAST(EXTRACT(YEAR FROM
                             AGE(CURRENT_DATE, d.birth_date))
                             AS INTEGER), d.age) >= :CMP-AGE-MIN)
                 AND (:CMP-AGE-MAX = 0
                      OR COALESCE(CAST(EXTRACT(YEAR FROM
                             AGE(CURRENT_DATE, d.birth_date))
                             AS INTEGER), d.age) <= :CMP-AGE-MAX)
                 AND (TRIM(:CMP-SPOKEN) = ''
                      OR UPPER(TRIM(d.spoken)) =
                         UPPER(TRIM(:CMP-SPOKEN)))
                 AND (TRIM(:CMP-GENDER) = ''
                      OR UPPER(TRIM(d.gender)) =
                         UPPER(TRIM(:CMP-GENDER)))
                 AND (:CMP-HEAD-ONLY <> 'Y'
                      OR NOT EXISTS
                         (SELECT 1 FROM household_member hm
                           WHERE hm.databank_id = d.id)
                      OR EXISTS
                         (SELECT 1 FROM household h
                           WHERE h.head_id = d.id))
                 AND EXISTS
                     (SELECT 1 FROM consent_preference cp
                       WHERE cp.databank_id = d.id
                       CONSENT-SUPPRESSED-CNT
           END-IF.
       3150-COUNT-CONSENT-SUPPRESSED-END.
      ******************************************************************
      * Minors with no active guardian on file have nobody to write
      * to; the count tells the desk how many links are missing.
       3155-COUNT-MINORS-HELD.
           MOVE ZERO TO MINOR-HELD-CNT.

           EXEC SQL
               SELECT COUNT(*) INTO :MINOR-HELD-CNT
               FROM databank d
               WHERE d.country_code = :TARGET-COUNTRY-CODE
                 AND COALESCE(d.status, 'A') = 'A'
                 AND COALESCE(CAST(EXTRACT(YEAR FROM
                         AGE(CURRENT_DATE, d.birth_date))
                         AS INTEGER), d.age) < 18
                 AND NOT EXISTS
                     (SELECT 1 FROM guardian_link gl, databank g
                       WHERE gl.minor_id = d.id
                         AND gl.closed_at IS NULL
                         AND g.id = gl.guardian_id
                         AND COALESCE(g.status, 'A') = 'A')
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF MINOR-HELD-CNT > 0
               DISPLAY 'Held back - minor with no guardian on file '
                       'for ' TARGET-COUNTRY-CODE ': '
                       MINOR-HELD-CNT
           END-IF.
       3155-COUNT-MINORS-HELD-END.
      ******************************************************************
      * Likewise for the shop-wide contact frequency rule: how many
      * recipients the EMAIL rule held back because they were already
      * mailed as often as it allows within its window. No EMAIL rule
      * on file means no cap and nothing to count.
       3160-COUNT-FREQUENCY-CAPPED.
           MOVE ZERO TO CTH-CAPPED-CNT.

           EXEC SQL
               SELECT COUNT(*) INTO :CTH-CAPPED-CNT
               FROM databank d, contact_frequency_rule r
               WHERE d.country_code = :TARGET-COUNTRY-CODE
                 AND r.channel = 'EMAIL'
                 AND COALESCE(d.status, 'A') = 'A'
                 AND (:CMP-AGE-MIN = 0
                      OR COALESCE(CAST(EXTRACT(YEAR FROM
                             AGE(CURRENT_DATE, d.birth_date))
                             AS INTEGER), d.age) >= :CMP-AGE-MIN)
                 AND (:CMP-AGE-MAX = 0
                      OR COALESCE(CAST(EXTRACT(YEAR FROM
                             AGE(CURRENT_DATE, d.birth_date))
                             AS INTEGER), d.age) <= :CMP-AGE-MAX)
                 AND (TRIM(:CMP-SPOKEN) = ''
                      OR UPPER(TRIM(d.spoken)) =
                         UPPER(TRIM(:CMP-SPOKEN)))
                 AND (TRIM(:CMP-GENDER) = ''
                      OR UPPER(TRIM(d.gender)) =
                         UPPER(TRIM(:CMP-GENDER)))
                 AND (:CMP-HEAD-ONLY <> 'Y'
                      OR NOT EXISTS
                         (SELECT 1 FROM household_member hm
                           WHERE hm.databank_id = d.id)
                      OR EXISTS
                         (SELECT 1 FROM household h
                           WHERE h.head_id = d.id))
                 AND COALESCE(d.email_status, 'A') NOT IN ('U', 'P')
                 AND NOT EXISTS
                     (SELECT 1 FROM consent_preference cp
                       WHERE cp.databank_id = d.id
                         AND cp.channel = 'EMAIL'
                         AND cp.allowed = 'N')
                 AND (SELECT COUNT(*)
                        FROM contact_history ch
                       WHERE ch.databank_id = d.id
                         AND ch.channel = 'EMAIL'
                         AND ch.contacted_at >=
                             CURRENT_TIMESTAMP
                             - r.window_days * INTERVAL '1 day')
                     >= r.max_contacts
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF CTH-CAPPED-CNT > 0
               DISPLAY 'Held back by contact frequency rule for '
                       TARGET-COUNTRY-CODE ': '
                       CTH-CAPPED-CNT
           END-IF.
       3160-COUNT-FREQUENCY-CAPPED-END.
      ******************************************************************
      * The campaign result report needs the run's own view per
      * country: every message staged counts as selected and sent,
      * and consent or the frequency rule account for the rest.
       3170-RECORD-CAMPAIGN-RUN.
           COMPUTE CMP-SENT-CNT =
               MESSAGES-STAGED-COUNT - COUNTRY-START-COUNT.
           MOVE CMP-SENT-CNT TO CMP-SELECTED-CNT.
           COMPUTE CMP-SUPPRESSED-CNT =
               CONSENT-SUPPRESSED-CNT + CTH-CAPPED-CNT.

           EXEC SQL
               INSERT INTO campaign_run
                   (campaign_id, program_name, country_code,
                    selected_count, sent_count, suppressed_count,
                    run_at)
               VALUES
                   (:CMP-ID, 'MailSpl', :TARGET-COUNTRY-CODE,
                    :CMP-SELECTED-CNT, :CMP-SENT-CNT,
                    :CMP-SUPPRESSED-CNT, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3170-RECORD-CAMPAIGN-RUN-END.
      ******************************************************************
       3200-WRITE-ONE-MESSAGE.
           MOVE SPACES TO SPOOL-FILENAME.
           MOVE 'Subject: Your quote of the day' TO SPOOL-WORK-LINE.
           WRITE SPOOL-LINE FROM SPOOL-WORK-LINE.

           IF CAMPAIGN-MODE
               MOVE SPACES TO SPOOL-WORK-LINE
               STRING 'X-Campaign: ' DELIMITED BY SIZE
                      FUNCTION TRIM(CMP-ID) DELIMITED BY SIZE
                      INTO SPOOL-WORK-LINE
               WRITE SPOOL-LINE FROM SPOOL-WORK-LINE
           END-IF.

           MOVE SPACES TO SPOOL-WORK-LINE.
           WRITE SPOOL-LINE FROM SPOOL-WORK-LINE.

           MOVE SPACES TO SPOOL-WORK-LINE.
           IF SQL-ROUTED-TO-GUARDIAN
               STRING 'Dear ' DELIMITED BY SIZE
                      FUNCTION TRIM(SQL-GRD-FNAME) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(SQL-GRD-NAME) DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      INTO SPOOL-WORK-LINE
               WRITE SPOOL-LINE FROM SPOOL-WORK-LINE
               MOVE SPACES TO SPOOL-WORK-LINE
               STRING 'We write to you as the parent or guardian of '
                          DELIMITED BY SIZE
                      FUNCTION TRIM(SQL-FNAME) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(SQL-NAME) DELIMITED BY SIZE
                      '.' DELIMITED BY SIZE
                      INTO SPOOL-WORK-LINE
           ELSE
               STRING 'Dear ' DELIMITED BY SIZE
                      FUNCTION TRIM(SQL-FNAME) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(SQL-NAME) DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      INTO SPOOL-WORK-LINE
           END-IF.
           WRITE SPOOL-LINE FROM SPOOL-WORK-LINE.

           MOVE SPACES TO SPOOL-WORK-LINE.
           ADD 1 TO MESSAGES-STAGED-COUNT.
       3200-WRITE-ONE-MESSAGE-END.
      ******************************************************************
      * The message is about SQL-ID but goes to SQL-RECIPIENT-ID -
      * the guardian for a minor - and the gateway's receipts are
      * about the mailbox it went to.
       3300-REGISTER-STAGED-MESSAGE.
           MOVE SPOOL-FILENAME TO STG-SPOOL-FILE.

           EXEC SQL
               INSERT INTO mail_staging
                   (databank_id, recipient_id, spool_file, status,
                    campaign_id, created_at)
               VALUES
                   (:SQL-ID, :SQL-RECIPIENT-ID, :STG-SPOOL-FILE, 'NEW',
                    NULLIF(TRIM(:CMP-ID), ''), CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SQL-ID TO CTH-DATABANK-ID.
           MOVE 'EMAIL' TO CTH-CHANNEL.
           MOVE SPOOL-FILENAME TO CTH-DOCUMENT-REF.
           PERFORM 8970-RECORD-CONTACT
               THRU 8970-RECORD-CONTACT-END.
       3300-REGISTER-STAGED-MESSAGE-END.
      ******************************************************************
      * REPORT mode: the morning view of the staging table - how many
