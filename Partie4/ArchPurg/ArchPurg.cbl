           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  CMD-LINE-PARM          PIC X(100) VALUE SPACES.
       01  CMD-PTR                PIC 9(3) VALUE 1.
       01  RULES-APPLIED-COUNT    PIC 9(4) VALUE ZEROS.
       01  ROWS-RETIRED-TOTAL     PIC 9(9) VALUE ZEROS.
       01  REPORT-LINE            PIC X(120) VALUE SPACES.
       01  AFFECTED-ROWS-DISP     PIC 9(9).

       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "PrivLog.cpy".
       COPY "OprVar.cpy".

       01  RET-DAYS-HOST          PIC S9(9) COMP-5 VALUE ZERO.
       01  AFFECTED-ROWS-COUNT    PIC S9(9) COMP-5 VALUE ZERO.
           PERFORM 1050-VERIFY-SCHEMA-LEVEL
               THRU 1050-VERIFY-SCHEMA-LEVEL-END.

           PERFORM 1100-GET-PARMS
               THRU 1100-GET-PARMS-END.

           PERFORM 1040-CHECK-OPERATOR-RIGHT
               THRU 1040-CHECK-OPERATOR-RIGHT-END.

           PERFORM 1200-OPEN-REPORT-FILE
               THRU 1200-OPEN-REPORT-FILE-END.

           PERFORM 3001-APPLY-RETENTION-RULES
               THRU 3001-APPLY-RETENTION-RULES-END.

           MOVE 'RETENTION RUN' TO PRV-ACTION-DESC.
           MOVE RETENTION-RULES-FILENAME TO PRV-KEY-VALUE.
           MOVE ROWS-RETIRED-TOTAL TO PRV-ROW-COUNT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           CLOSE ARCHPURG-REPORT-FILE.
       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           STOP RUN.
      ******************************************************************
       1100-GET-PARMS.
           ACCEPT CMD-LINE-PARM FROM COMMAND-LINE.

           MOVE 1 TO CMD-PTR.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO PRV-OPERATOR-ID
               POINTER CMD-PTR
           END-UNSTRING.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO PRV-TICKET-REF
               POINTER CMD-PTR
           END-UNSTRING.

           IF PRV-OPERATOR-ID = SPACES OR PRV-TICKET-REF = SPACES
               DISPLAY 'An operator id and a ticket/case reference '
                       'are required before this utility acts.'
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.
       1100-GET-PARMS-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: ArchPurg <operator-id> <ticket-ref>'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       1150-SHOW-USAGE-END.
      ******************************************************************
       1200-OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           STRING 'ARCHPURG_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
           MOVE 'Archive and purge balancing report' TO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE ARCHPURG-REPORT-LINE FROM REPORT-LINE.
       1200-OPEN-REPORT-FILE-END.
      ******************************************************************
      * Schema objects are owned by SchemaMig; this job only checks
      * that the database is at the level it was written against and
           WRITE ARCHPURG-REPORT-LINE FROM REPORT-LINE.
       3001-APPLY-RETENTION-RULES-END.
      ******************************************************************
      * CapFcst reports every other table as having no retention;
      * a table added here must be added to its 3160 as well.
       3100-APPLY-ONE-RULE.
           IF RET-TABLE-NAME = SPACES
               GO TO 3100-APPLY-ONE-RULE-END

           IF AFFECTED-ROWS-COUNT > 0
               EXEC SQL
                   INSERT INTO databank_archive_store
                       (id, last_name, first_name, email_enc,
                        email_token, country, country_code, age,
                        gender, spoken, birth_date_enc, status,
                        status_reason, status_date, created_at,
                        load_batch_id, street_enc, house_no, box_no,
                        postal_code, city, address_status,
                        national_no_enc, national_no_token,
                        archived_at, last_name_key, first_name_key)
                   SELECT id, last_name, first_name, email_enc,
                          email_token, country, country_code, age,
                          gender, spoken, birth_date_enc, status,
                          status_reason, status_date, created_at,
                          load_batch_id, street_enc, house_no, box_no,
                          postal_code, city, address_status,
                          national_no_enc, national_no_token,
                          CURRENT_TIMESTAMP,
                          last_name_key, first_name_key
                   FROM databank_store
                   WHERE COALESCE(status, 'A') <> 'A'
                     AND status_date <
                         CURRENT_TIMESTAMP
                     AND NOT EXISTS
                     (SELECT 1 FROM legal_hold lh
                       WHERE lh.released_at IS NULL
                             AND (lh.databank_id = databank_store.id
                              OR pii_token(lh.email) =
                                 databank_store.email_token))
               END-EXEC

               IF SQLCODE NOT = 0
           END-IF.

           ADD 1 TO RULES-APPLIED-COUNT.
           ADD AFFECTED-ROWS-COUNT TO ROWS-RETIRED-TOTAL.
           MOVE AFFECTED-ROWS-COUNT TO AFFECTED-ROWS-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'databank: archived ' DELIMITED BY SIZE
           END-IF.

           ADD 1 TO RULES-APPLIED-COUNT.
           ADD AFFECTED-ROWS-COUNT TO ROWS-RETIRED-TOTAL.
           MOVE AFFECTED-ROWS-COUNT TO AFFECTED-ROWS-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'error_log: purged ' DELIMITED BY SIZE
           END-IF.

           ADD 1 TO RULES-APPLIED-COUNT.
           ADD AFFECTED-ROWS-COUNT TO ROWS-RETIRED-TOTAL.
           MOVE AFFECTED-ROWS-COUNT TO AFFECTED-ROWS-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'country_code_audit: purged ' DELIMITED BY SIZE
           END-IF.
       1030-CHECK-OPS-HOLD-END.
      ******************************************************************
      * Only an operator in the register with a right on this program
      * may run it; OprChk logs the refusal of anyone else.
       1040-CHECK-OPERATOR-RIGHT.
           MOVE 'ArchPurg' TO OPR-PROGRAM-NAME.
           MOVE 'EXECUTE' TO OPR-MODE-NEEDED.
           MOVE RETENTION-RULES-FILENAME TO PRV-KEY-VALUE.
           COPY "OprChk.cpy".

           IF OPR-DENIED-FLAG = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1040-CHECK-OPERATOR-RIGHT-END.
      ******************************************************************
       8945-RECORD-PRIV-ACTION.
           EXEC SQL
               INSERT INTO privileged_action_log
                   (program_name, operator_id, ticket_ref,
                    action_desc, key_value, row_count, logged_at)
               VALUES
                   ('ArchPurg', :PRV-OPERATOR-ID, :PRV-TICKET-REF,
                    :PRV-ACTION-DESC, :PRV-KEY-VALUE,
                    :PRV-ROW-COUNT, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8945-RECORD-PRIV-ACTION-END.
      ******************************************************************
