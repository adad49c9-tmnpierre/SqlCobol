      * Shared body of the privacy-case check, run once the case
      * number is parsed and before the program touches anything: the
      * case must be in privacy_case, not closed, the requester's
      * identity must have been verified, and the case's request type
      * must be one the program answers (PRC-TYPES-ALLOWED). A refusal
      * is announced, written to the case's trail when the case exists
      * (committed, so it survives the stop) and the connection is let
      * go. The program's own code after this COPY decides how to
      * terminate - PRC-REFUSED-FLAG = 'Y' is the signal.
           MOVE 'N' TO PRC-REFUSED-FLAG
           MOVE SPACES TO PRC-REFUSE-REASON
           MOVE SPACES TO PRC-CASE-STATUS
           MOVE FUNCTION UPPER-CASE(PRC-CASE-NO) TO PRC-CASE-NO
           EXEC SQL
               SELECT request_type, status,
                      CASE WHEN identity_verified_on IS NULL
                           THEN 'N' ELSE 'Y' END,
                      CASE WHEN POSITION(request_type IN
                                    :PRC-TYPES-ALLOWED) > 0
                           THEN 'Y' ELSE 'N' END
               INTO :PRC-REQUEST-TYPE, :PRC-CASE-STATUS,
                    :PRC-VERIFIED-FLAG, :PRC-TYPE-FLAG
               FROM privacy_case
               WHERE case_no = TRIM(:PRC-CASE-NO)
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'case is not in the register'
                       TO PRC-REFUSE-REASON
               WHEN SQLCODE NOT = 0
                   MOVE 'case register could not be read'
                       TO PRC-REFUSE-REASON
               WHEN PRC-CASE-STATUS = 'CLOSED'
                   MOVE 'case is closed' TO PRC-REFUSE-REASON
               WHEN PRC-VERIFIED-FLAG NOT = 'Y'
                   MOVE 'requester identity is not verified yet'
                       TO PRC-REFUSE-REASON
               WHEN PRC-TYPE-FLAG NOT = 'Y'
                   STRING 'request type ' DELIMITED BY SIZE
                          PRC-REQUEST-TYPE DELIMITED BY SPACE
                          ' is not answered here' DELIMITED BY SIZE
                          INTO PRC-REFUSE-REASON
           END-EVALUATE
           IF PRC-REFUSE-REASON NOT = SPACES
               MOVE 'Y' TO PRC-REFUSED-FLAG
               DISPLAY '*** Case ' FUNCTION TRIM(PRC-CASE-NO)
                       ' refused for ' FUNCTION TRIM(PRC-PROGRAM-NAME)
                       ': ' FUNCTION TRIM(PRC-REFUSE-REASON) ' ***'
               IF PRC-CASE-STATUS NOT = SPACES
                   MOVE SPACES TO PRC-ACTION-DESC
                   STRING 'REFUSED - ' DELIMITED BY SIZE
                          PRC-REFUSE-REASON DELIMITED BY '  '
                          INTO PRC-ACTION-DESC
                   EXEC SQL
                       INSERT INTO privacy_case_action
                           (case_no, program_name, action_desc,
                            key_value, row_count, operator_id,
                            acted_at)
                       VALUES
                           (TRIM(:PRC-CASE-NO),
                            TRIM(:PRC-PROGRAM-NAME),
                            TRIM(:PRC-ACTION-DESC),
                            TRIM(:PRC-KEY-VALUE), 0,
                            NULLIF(TRIM(:PRC-OPERATOR-ID), ''),
                            CURRENT_TIMESTAMP)
                   END-EXEC
                   EXEC SQL COMMIT WORK END-EXEC
               END-IF
               EXEC SQL DISCONNECT ALL END-EXEC
           END-IF
