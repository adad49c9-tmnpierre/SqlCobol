       IDENTIFICATION DIVISION.
       PROGRAM-ID. CmpRpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-REPORT-FILE
               ASSIGN TO CAMPAIGN-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-REPORT-FILE.
       01  CAMPAIGN-REPORT-LINE   PIC X(150).

       WORKING-STORAGE SECTION.
      * Campaign result report: for one campaign, per country, what
      * the runs selected, sent and suppressed (consent and contact
      * cap), what came back undelivered, and how the business's
      * response file answered. The response rate is replies over
      * the individuals the campaign actually reached, so running a
      * campaign a second time for late consents does not dilute it.
       01  CAMPAIGN-REPORT-FILENAME PIC X(60) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).
       01  CMD-LINE-PARM          PIC X(30) VALUE SPACES.
       01  REPORT-LINE            PIC X(150) VALUE SPACES.
       01  DASH-LINE              PIC X(100) VALUE ALL '-'.
       01  REPORT-LINE-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  COUNTRIES-LISTED-COUNT PIC 9(4) VALUE ZEROS.
       01  AGE-MIN-DISP           PIC ZZ9.
       01  AGE-MAX-DISP           PIC ZZ9.
       01  SELECTED-DISP          PIC ZZZZZZ9.
       01  SENT-DISP              PIC ZZZZZZ9.
       01  SUPPRESSED-DISP        PIC ZZZZZZ9.
       01  RETURNED-DISP          PIC ZZZZZZ9.
       01  REACHED-DISP           PIC ZZZZZZ9.
       01  REPLIED-DISP           PIC ZZZZZZ9.
       01  NOREPLY-DISP           PIC ZZZZZZ9.
       01  OPTOUT-DISP            PIC ZZZZZZ9.
       01  RATE-DISP              PIC ZZ9,99.
       01  RESPONSE-RATE          PIC S9(3)V9(2) COMP-3 VALUE ZERO.
       01  COUNTRY-LABEL          PIC X(10) VALUE SPACES.
       01  CLOSED-TEXT            PIC X(20) VALUE SPACES.

       01  TOTAL-SELECTED-CNT     PIC S9(9) COMP-5 VALUE ZERO.
       01  TOTAL-SENT-CNT         PIC S9(9) COMP-5 VALUE ZERO.
       01  TOTAL-SUPPRESSED-CNT   PIC S9(9) COMP-5 VALUE ZERO.
       01  TOTAL-RETURNED-CNT     PIC S9(9) COMP-5 VALUE ZERO.
       01  TOTAL-REACHED-CNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  TOTAL-REPLIED-CNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  TOTAL-NOREPLY-CNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  TOTAL-OPTOUT-CNT       PIC S9(9) COMP-5 VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "RptCat.cpy".
       COPY "CmpSel.cpy".

       01  CMP-CREATED-AT         PIC X(26) VALUE SPACES.
       01  CMP-CLOSED-AT          PIC X(26) VALUE SPACES.
       01  RES-COUNTRY-CODE       PIC X(10) VALUE SPACES.
       01  RES-RETURNED-CNT       PIC S9(9) COMP-5 VALUE ZERO.
       01  RES-REACHED-CNT        PIC S9(9) COMP-5 VALUE ZERO.
       01  RES-REPLIED-CNT        PIC S9(9) COMP-5 VALUE ZERO.
       01  RES-NOREPLY-CNT        PIC S9(9) COMP-5 VALUE ZERO.
       01  RES-OPTOUT-CNT         PIC S9(9) COMP-5 VALUE ZERO.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       1000-MAIN-START.
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

           PERFORM 1100-GET-PARMS
               THRU 1100-GET-PARMS-END.

           PERFORM 1150-LOAD-CAMPAIGN
               THRU 1150-LOAD-CAMPAIGN-END.

           IF RETURN-CODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 1200-OPEN-REPORT-FILE
               THRU 1200-OPEN-REPORT-FILE-END.

           PERFORM 3001-REPORT-ALL-COUNTRIES
               THRU 3001-REPORT-ALL-COUNTRIES-END.

           PERFORM 3900-WRITE-TOTALS
               THRU 3900-WRITE-TOTALS-END.

           CLOSE CAMPAIGN-REPORT-FILE.

           MOVE 'CmpRpt' TO CAT-PROGRAM-NAME.
           MOVE CAMPAIGN-REPORT-FILENAME TO CAT-FILE-NAME.
           MOVE REPORT-LINE-COUNT TO CAT-LINE-COUNT.
           MOVE ZERO TO CAT-PAGE-COUNT.
           PERFORM 8920-REGISTER-ONE-FILE
               THRU 8920-REGISTER-ONE-FILE-END.
       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           STOP RUN.
      ******************************************************************
       1100-GET-PARMS.
           ACCEPT CMD-LINE-PARM FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(CMD-LINE-PARM) TO CMD-LINE-PARM.

           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO CMP-ID
           END-UNSTRING.

           IF CMP-ID = SPACES
               DISPLAY 'Usage: CmpRpt <campaign-id>'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-GET-PARMS-END.
      ******************************************************************
       1150-LOAD-CAMPAIGN.
           EXEC SQL
               SELECT COALESCE(description, ''),
                      COALESCE(template_key, ''), channel,
                      COALESCE(country_list, ''),
                      COALESCE(age_min, 0), COALESCE(age_max, 0),
                      COALESCE(spoken, ''), COALESCE(gender, ''),
                      COALESCE(head_only, 'N'), COALESCE(status, 'O'),
                      COALESCE(CAST(created_at AS VARCHAR), ''),
                      COALESCE(CAST(closed_at AS VARCHAR), '')
               INTO :CMP-DESCRIPTION, :CMP-TEMPLATE-KEY, :CMP-CHANNEL,
                    :CMP-COUNTRY-LIST, :CMP-AGE-MIN, :CMP-AGE-MAX,
                    :CMP-SPOKEN, :CMP-GENDER, :CMP-HEAD-ONLY,
                    :CMP-STATUS, :CMP-CREATED-AT, :CMP-CLOSED-AT
               FROM campaign
               WHERE campaign_id = :CMP-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   DISPLAY 'No campaign registered as '
                           FUNCTION TRIM(CMP-ID)
                   MOVE 8 TO RETURN-CODE
                   GO TO 1150-LOAD-CAMPAIGN-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.
       1150-LOAD-CAMPAIGN-END.
      ******************************************************************
       1200-OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           STRING 'CAMPRPT_' DELIMITED BY SIZE
                  FUNCTION TRIM(CMP-ID) DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO CAMPAIGN-REPORT-FILENAME.

           OPEN OUTPUT CAMPAIGN-REPORT-FILE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Campaign result report - ' DELIMITED BY SIZE
                  FUNCTION TRIM(CMP-ID) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  FUNCTION TRIM(CMP-DESCRIPTION) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE SPACES TO CLOSED-TEXT.
           IF CMP-STATUS = 'C'
               STRING '  closed: ' DELIMITED BY SIZE
                      CMP-CLOSED-AT(1:10) DELIMITED BY SIZE
                      INTO CLOSED-TEXT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Channel: ' DELIMITED BY SIZE
                  FUNCTION TRIM(CMP-CHANNEL) DELIMITED BY SIZE
                  '  template: ' DELIMITED BY SIZE
                  FUNCTION TRIM(CMP-TEMPLATE-KEY) DELIMITED BY SIZE
                  '  registered: ' DELIMITED BY SIZE
                  CMP-CREATED-AT(1:10) DELIMITED BY SIZE
                  CLOSED-TEXT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE CMP-AGE-MIN TO AGE-MIN-DISP.
           MOVE CMP-AGE-MAX TO AGE-MAX-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Selection: ' DELIMITED BY SIZE
                  FUNCTION TRIM(CMP-COUNTRY-LIST) DELIMITED BY SIZE
                  '  age ' DELIMITED BY SIZE
                  AGE-MIN-DISP DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  AGE-MAX-DISP DELIMITED BY SIZE
                  '  language ' DELIMITED BY SIZE
                  FUNCTION TRIM(CMP-SPOKEN) DELIMITED BY SIZE
                  '  gender ' DELIMITED BY SIZE
                  FUNCTION TRIM(CMP-GENDER) DELIMITED BY SIZE
                  '  heads only ' DELIMITED BY SIZE
                  CMP-HEAD-ONLY DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Country   selected     sent  suppr.  returned'
                      DELIMITED BY SIZE
                  '  reached  replied  noreply  optout  rate pct'
                      DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
       1200-OPEN-REPORT-FILE-END.
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
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.

           MOVE 'CmpRpt' TO ERR-PROGRAM-NAME.
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
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
      ******************************************************************
      * One line per country the campaign was run for. Volumes come
      * from the run records; returns and responses are counted per
      * individual by the country they are on file under.
       3001-REPORT-ALL-COUNTRIES.
           EXEC SQL DECLARE CMPR_CUR CURSOR FOR
               SELECT r.country_code,
                      SUM(r.selected_count), SUM(r.sent_count),
                      SUM(r.suppressed_count),
                      (SELECT COUNT(*)
                         FROM contact_history c, databank d
                        WHERE c.campaign_id = :CMP-ID
                          AND d.id = c.databank_id
                          AND d.country_code = r.country_code
                          AND c.returned_at IS NOT NULL),
                      (SELECT COUNT(DISTINCT c.databank_id)
                         FROM contact_history c, databank d
                        WHERE c.campaign_id = :CMP-ID
                          AND d.id = c.databank_id
                          AND d.country_code = r.country_code),
                      (SELECT COUNT(*)
                         FROM campaign_response p, databank d
                        WHERE p.campaign_id = :CMP-ID
                          AND d.id = p.databank_id
                          AND d.country_code = r.country_code
                          AND p.response = 'REPLIED'),
                      (SELECT COUNT(*)
                         FROM campaign_response p, databank d
                        WHERE p.campaign_id = :CMP-ID
                          AND d.id = p.databank_id
                          AND d.country_code = r.country_code
                          AND p.response = 'NOREPLY'),
                      (SELECT COUNT(*)
                         FROM campaign_response p, databank d
                        WHERE p.campaign_id = :CMP-ID
                          AND d.id = p.databank_id
                          AND d.country_code = r.country_code
                          AND p.response = 'OPTOUT')
               FROM campaign_run r
               WHERE r.campaign_id = :CMP-ID
               GROUP BY r.country_code
               ORDER BY r.country_code
           END-EXEC.

           EXEC SQL OPEN CMPR_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CMPR_CUR
                   INTO :RES-COUNTRY-CODE, :CMP-SELECTED-CNT,
                        :CMP-SENT-CNT, :CMP-SUPPRESSED-CNT,
                        :RES-RETURNED-CNT, :RES-REACHED-CNT,
                        :RES-REPLIED-CNT, :RES-NOREPLY-CNT,
                        :RES-OPTOUT-CNT
               END-EXEC

               IF SQLCODE = 0 THEN
                   PERFORM 3100-REPORT-ONE-COUNTRY
                       THRU 3100-REPORT-ONE-COUNTRY-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CMPR_CUR END-EXEC.

           IF COUNTRIES-LISTED-COUNT = 0
               MOVE 'The campaign has not been run yet.'
                   TO REPORT-LINE
               DISPLAY REPORT-LINE
               PERFORM 3950-WRITE-REPORT-LINE
                   THRU 3950-WRITE-REPORT-LINE-END
           END-IF.
       3001-REPORT-ALL-COUNTRIES-END.
      ******************************************************************
       3100-REPORT-ONE-COUNTRY.
           ADD 1 TO COUNTRIES-LISTED-COUNT.

           ADD CMP-SELECTED-CNT TO TOTAL-SELECTED-CNT.
           ADD CMP-SENT-CNT TO TOTAL-SENT-CNT.
           ADD CMP-SUPPRESSED-CNT TO TOTAL-SUPPRESSED-CNT.
           ADD RES-RETURNED-CNT TO TOTAL-RETURNED-CNT.
           ADD RES-REACHED-CNT TO TOTAL-REACHED-CNT.
           ADD RES-REPLIED-CNT TO TOTAL-REPLIED-CNT.
           ADD RES-NOREPLY-CNT TO TOTAL-NOREPLY-CNT.
           ADD RES-OPTOUT-CNT TO TOTAL-OPTOUT-CNT.

           MOVE RES-COUNTRY-CODE TO COUNTRY-LABEL.
           PERFORM 3200-WRITE-RESULT-LINE
               THRU 3200-WRITE-RESULT-LINE-END.
       3100-REPORT-ONE-COUNTRY-END.
      ******************************************************************
       3200-WRITE-RESULT-LINE.
           MOVE CMP-SELECTED-CNT TO SELECTED-DISP.
           MOVE CMP-SENT-CNT TO SENT-DISP.
           MOVE CMP-SUPPRESSED-CNT TO SUPPRESSED-DISP.
           MOVE RES-RETURNED-CNT TO RETURNED-DISP.
           MOVE RES-REACHED-CNT TO REACHED-DISP.
           MOVE RES-REPLIED-CNT TO REPLIED-DISP.
           MOVE RES-NOREPLY-CNT TO NOREPLY-DISP.
           MOVE RES-OPTOUT-CNT TO OPTOUT-DISP.

           IF RES-REACHED-CNT > 0
               COMPUTE RESPONSE-RATE ROUNDED =
                   RES-REPLIED-CNT * 100 / RES-REACHED-CNT
           ELSE
               MOVE ZERO TO RESPONSE-RATE
           END-IF.
           MOVE RESPONSE-RATE TO RATE-DISP.

           MOVE SPACES TO REPORT-LINE.
           STRING COUNTRY-LABEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SELECTED-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  SENT-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SUPPRESSED-DISP DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  RETURNED-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  REACHED-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  REPLIED-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  NOREPLY-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  OPTOUT-DISP DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  RATE-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
       3200-WRITE-RESULT-LINE-END.
      ******************************************************************
       3900-WRITE-TOTALS.
           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE TOTAL-SELECTED-CNT TO CMP-SELECTED-CNT.
           MOVE TOTAL-SENT-CNT TO CMP-SENT-CNT.
           MOVE TOTAL-SUPPRESSED-CNT TO CMP-SUPPRESSED-CNT.
           MOVE TOTAL-RETURNED-CNT TO RES-RETURNED-CNT.
           MOVE TOTAL-REACHED-CNT TO RES-REACHED-CNT.
           MOVE TOTAL-REPLIED-CNT TO RES-REPLIED-CNT.
           MOVE TOTAL-NOREPLY-CNT TO RES-NOREPLY-CNT.
           MOVE TOTAL-OPTOUT-CNT TO RES-OPTOUT-CNT.

           MOVE 'Total' TO COUNTRY-LABEL.
           PERFORM 3200-WRITE-RESULT-LINE
               THRU 3200-WRITE-RESULT-LINE-END.
           DISPLAY REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
           MOVE 'Rate: replies over the individuals reached.'
               TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Returned: email the gateway could not deliver, '
                      DELIMITED BY SIZE
                  'or a letter sent back by the post.'
                      DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           DISPLAY 'Campaign report written to '
                   FUNCTION TRIM(CAMPAIGN-REPORT-FILENAME) '.'.
       3900-WRITE-TOTALS-END.
      ******************************************************************
       3950-WRITE-REPORT-LINE.
           WRITE CAMPAIGN-REPORT-LINE FROM REPORT-LINE.
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
