           05  HIT-STATUS-REASON  PIC X(20).
           05  HIT-ARCHIVED-AT    PIC X(26).

       COPY "SrcVar.cpy".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
               THRU 1100-GET-PARMS-END.

           IF RESTORE-MODE
               PERFORM 1035-SET-CHANGE-SOURCE
                   THRU 1035-SET-CHANGE-SOURCE-END
               PERFORM 3500-RESTORE-ARCHIVED-ROW
                   THRU 3500-RESTORE-ARCHIVED-ROW-END
           ELSE
               STOP RUN
           END-IF.
       1050-VERIFY-SCHEMA-LEVEL-END.
      ******************************************************************
      * The values this run changes are traced back to it, field by
      * field, by the provenance trigger on databank_store.
       1035-SET-CHANGE-SOURCE.
           MOVE 'ArchInq' TO SRC-PROGRAM-NAME.
           MOVE SPACES TO SRC-SOURCE-ID.

           COPY "SrcSet.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       1035-SET-CHANGE-SOURCE-END.
      ******************************************************************
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
           MOVE ZERO TO RETRY-COUNT.
       3500-RESTORE-ARCHIVED-ROW-RETRY.
           EXEC SQL
               INSERT INTO databank_store
                   (id, last_name, first_name, email_enc, email_token,
                    country, country_code, age, gender, spoken,
                    birth_date_enc, created_at, load_batch_id,
                    street_enc, house_no, box_no, postal_code, city,
                    address_status, national_no_enc,
                    national_no_token, status, status_reason,
                    status_date, last_name_key, first_name_key)
               SELECT id, last_name, first_name, email_enc,
                      email_token, country, country_code, age, gender,
                      spoken, birth_date_enc, created_at,
                      load_batch_id, street_enc, house_no, box_no,
                      postal_code, city, address_status,
                      national_no_enc, national_no_token,
                      'A', 'RESTORED', CURRENT_TIMESTAMP,
                      last_name_key, first_name_key
               FROM databank_archive_store
               WHERE id = :TARGET-ID
           END-EXEC.

