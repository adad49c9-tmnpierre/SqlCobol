      * Shared body of every privileged utility's 1040-CHECK-OPERATOR-
      * RIGHT, run once the operator id and ticket are parsed: the
      * operator must be in operator_register, active, and hold a
      * right on OPR-PROGRAM-NAME in operator_right - EXECUTE when
      * OPR-MODE-NEEDED is EXECUTE, READ or EXECUTE for a look-only
      * mode. A refusal is announced, written to privileged_action_log
      * with outcome 'D' (committed, so it survives the stop) and the
      * connection is let go. The program's own code after this COPY
      * decides how to terminate - OPR-DENIED-FLAG = 'Y' is the
      * signal.
           MOVE 'N' TO OPR-DENIED-FLAG
           MOVE SPACES TO OPR-DENY-REASON
           MOVE SPACES TO OPR-MODE-HELD
           MOVE FUNCTION UPPER-CASE(PRV-OPERATOR-ID)
               TO PRV-OPERATOR-ID
           EXEC SQL
               SELECT COALESCE(active_flag, 'N')
               INTO :OPR-ACTIVE-FLAG
               FROM operator_register
               WHERE operator_id = TRIM(:PRV-OPERATOR-ID)
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'operator is not in the register'
                       TO OPR-DENY-REASON
               WHEN SQLCODE NOT = 0
                   MOVE 'operator register could not be read'
                       TO OPR-DENY-REASON
               WHEN OPR-ACTIVE-FLAG NOT = 'Y'
                   MOVE 'operator is inactive' TO OPR-DENY-REASON
               WHEN OTHER
                   EXEC SQL
                       SELECT COALESCE(access_mode, '')
                       INTO :OPR-MODE-HELD
                       FROM operator_right
                       WHERE operator_id = TRIM(:PRV-OPERATOR-ID)
                         AND UPPER(program_name) =
                             UPPER(TRIM(:OPR-PROGRAM-NAME))
                   END-EXEC
                   IF SQLCODE NOT = 0
                       MOVE 'operator has no right on this program'
                           TO OPR-DENY-REASON
                   ELSE
                       IF OPR-MODE-NEEDED = 'EXECUTE'
                        AND OPR-MODE-HELD NOT = 'EXECUTE'
                           MOVE 'operator holds read-only right'
                               TO OPR-DENY-REASON
                       END-IF
                   END-IF
           END-EVALUATE
           IF OPR-DENY-REASON NOT = SPACES
               MOVE 'Y' TO OPR-DENIED-FLAG
               DISPLAY '*** Operator ' FUNCTION TRIM(PRV-OPERATOR-ID)
                       ' refused ' FUNCTION TRIM(OPR-MODE-NEEDED)
                       ' on ' FUNCTION TRIM(OPR-PROGRAM-NAME) ': '
                       FUNCTION TRIM(OPR-DENY-REASON) ' ***'
               MOVE SPACES TO PRV-ACTION-DESC
               STRING 'DENIED ' DELIMITED BY SIZE
                      OPR-MODE-NEEDED DELIMITED BY SPACE
                      ' - ' DELIMITED BY SIZE
                      OPR-DENY-REASON DELIMITED BY '  '
                      INTO PRV-ACTION-DESC
               EXEC SQL
                   INSERT INTO privileged_action_log
                       (program_name, operator_id, ticket_ref,
                        action_desc, key_value, row_count, logged_at,
                        outcome)
                   VALUES
                       (TRIM(:OPR-PROGRAM-NAME),
                        TRIM(:PRV-OPERATOR-ID),
                        TRIM(:PRV-TICKET-REF),
                        TRIM(:PRV-ACTION-DESC),
                        TRIM(:PRV-KEY-VALUE), 0,
                        CURRENT_TIMESTAMP, 'D')
               END-EXEC
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
           END-IF
