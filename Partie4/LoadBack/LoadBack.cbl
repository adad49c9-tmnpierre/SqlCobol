       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "PrivLog.cpy".
       COPY "OprVar.cpy".

       01  TARGET-BATCH-ID        PIC S9(9) COMP-5 VALUE ZERO.
       01  BATCH-ROW-COUNT        PIC S9(9) COMP-5 VALUE ZERO.
           PERFORM 1100-GET-PARMS
               THRU 1100-GET-PARMS-END.

           PERFORM 1040-CHECK-OPERATOR-RIGHT
               THRU 1040-CHECK-OPERATOR-RIGHT-END.

           PERFORM 1200-OPEN-REPORT-FILE
               THRU 1200-OPEN-REPORT-FILE-END.


           IF ARCHIVE-MODE
               EXEC SQL
                   INSERT INTO databank_archive_store
                       (id, last_name, first_name, email_enc,
                        email_token, country, country_code, age,
                        gender, spoken, birth_date_enc, status,
                        status_reason, status_date, created_at,
                        street_enc, house_no, box_no, postal_code,
                        city, address_status, national_no_enc,
                        national_no_token,
                        archived_at, load_batch_id, last_name_key,
                        first_name_key)
                   SELECT id, last_name, first_name, email_enc,
                          email_token, country, country_code, age,
                          gender, spoken, birth_date_enc, status,
                          status_reason, status_date, created_at,
                          street_enc, house_no, box_no, postal_code,
                          city, address_status, national_no_enc,
                          national_no_token,
                          CURRENT_TIMESTAMP, load_batch_id,
                          last_name_key, first_name_key
                   FROM databank_store
                   WHERE load_batch_id = :TARGET-BATCH-ID
               END-EXEC

                   THRU 1001-ERROR-RTN-END
           END-IF.

      *    Returned rejects this batch had closed as corrected are
      *    open again - the corrected rows just left the databank.
           EXEC SQL
               UPDATE supplier_return_row
               SET corrected_batch_id = NULL,
                   corrected_at = NULL
               WHERE corrected_batch_id = :TARGET-BATCH-ID
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           IF ARCHIVE-MODE
               STRING 'Rows archived and removed: ' DELIMITED BY SIZE
           END-IF.
       1030-CHECK-OPS-HOLD-END.
      ******************************************************************
      * Only an operator in the register with a right on this program
      * may run it; OprChk logs the refusal of anyone else.
       1040-CHECK-OPERATOR-RIGHT.
           MOVE 'LoadBack' TO OPR-PROGRAM-NAME.
           MOVE 'EXECUTE' TO OPR-MODE-NEEDED.
           MOVE BATCH-ID-PARM TO PRV-KEY-VALUE.
           COPY "OprChk.cpy".

           IF OPR-DENIED-FLAG = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1040-CHECK-OPERATOR-RIGHT-END.
      ******************************************************************
      ******************************************************************
       8945-RECORD-PRIV-ACTION.
           EXEC SQL
