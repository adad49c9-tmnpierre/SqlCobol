      * Shared body that links a program's run to its privacy case:
      * the action, the key it acted on, the rows affected and the
      * file the requester is sent (dossier, certificate) go on the
      * case's trail in privacy_case_action, and a case opened on an
      * email or a name learns the databank id the run resolved. It
      * joins the caller's unit of work. The body is a complete
      * sentence; the caller tests SQLCODE < 0 afterwards.
           EXEC SQL
               INSERT INTO privacy_case_action
                   (case_no, program_name, action_desc, key_value,
                    row_count, evidence_file, operator_id, acted_at)
               VALUES
                   (TRIM(:PRC-CASE-NO), TRIM(:PRC-PROGRAM-NAME),
                    TRIM(:PRC-ACTION-DESC), TRIM(:PRC-KEY-VALUE),
                    :PRC-ROW-COUNT,
                    NULLIF(TRIM(:PRC-EVIDENCE-FILE), ''),
                    NULLIF(TRIM(:PRC-OPERATOR-ID), ''),
                    CURRENT_TIMESTAMP)
           END-EXEC
           IF SQLCODE = 0 AND PRC-DATABANK-ID NOT = SPACES
               EXEC SQL
                   UPDATE privacy_case
                   SET databank_id = TRIM(:PRC-DATABANK-ID)
                   WHERE case_no = TRIM(:PRC-CASE-NO)
                     AND databank_id IS NULL
               END-EXEC
           END-IF.
