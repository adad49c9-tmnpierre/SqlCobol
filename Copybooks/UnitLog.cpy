      * Shared body of the cross-unit access record: one row in
      * privileged_action_log for the data-protection officer's
      * PrivRpt, with the caller as operator, the rows read from
      * other units as row count and UNT-OUTCOME as outcome. The
      * program's own code after this COPY checks SQLCODE.
           EXEC SQL
               INSERT INTO privileged_action_log
                   (program_name, operator_id, ticket_ref,
                    action_desc, key_value, row_count, logged_at,
                    outcome)
               VALUES
                   (TRIM(:UNT-PROGRAM-NAME), TRIM(:UNT-CALLER-ID),
                    TRIM(:UNT-TICKET-REF), TRIM(:UNT-ACTION-DESC),
                    TRIM(:UNT-KEY-VALUE), :UNT-CROSS-COUNT,
                    CURRENT_TIMESTAMP, :UNT-OUTCOME)
           END-EXEC
