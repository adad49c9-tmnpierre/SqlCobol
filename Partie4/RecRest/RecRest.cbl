       01  PAIR-PARSE-PTR         PIC 9(4) VALUE 1.

       COPY "RetryCfg.cpy".
       COPY "PhonParm.cpy".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "PrivLog.cpy".
       COPY "OprVar.cpy".

       01  TARGET-ID              PIC X(36) VALUE SPACES.
       01  TARGET-PROGRAM        PIC X(20) VALUE SPACES.

       01  RESTORE-COLUMN-NAME    PIC X(30) VALUE SPACES.
       01  RESTORE-COLUMN-VALUE   PIC X(100) VALUE SPACES.
       01  RESTORE-NAME-KEY       PIC X(12) VALUE SPACES.

       01  JOURNAL-OLD-VALUES     PIC X(600) VALUE SPACES.
       01  JOURNAL-NEW-VALUES     PIC X(600) VALUE SPACES.

       COPY "SrcVar.cpy".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           PERFORM 1100-GET-PARMS
               THRU 1100-GET-PARMS-END.

           PERFORM 1040-CHECK-OPERATOR-RIGHT
               THRU 1040-CHECK-OPERATOR-RIGHT-END.

           PERFORM 1035-SET-CHANGE-SOURCE
               THRU 1035-SET-CHANGE-SOURCE-END.

           IF RUN-SCOPE
               PERFORM 3500-RESTORE-RUN-RECORDS
                   THRU 3500-RESTORE-RUN-RECORDS-END
                   THRU 3001-RESTORE-ONE-RECORD-END
           END-IF.

           IF RUN-SCOPE
               MOVE 'RESTORE RUN' TO PRV-ACTION-DESC
               MOVE TARGET-PROGRAM TO PRV-KEY-VALUE
           ELSE
               MOVE 'RESTORE RECORD' TO PRV-ACTION-DESC
               MOVE TARGET-ID TO PRV-KEY-VALUE
           END-IF.
           MOVE ROWS-REPLAYED-COUNT TO PRV-ROW-COUNT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           DISPLAY 'Restore tally -'.
           DISPLAY '  Journal entries replayed: '
                   ROWS-REPLAYED-COUNT.
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

           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO PARM-1
               POINTER CMD-PTR
       1100-GET-PARMS-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: RecRest <operator-id> <ticket-ref> '
                   '<databank-id> <yyyy-mm-dd>'.
           DISPLAY '       RecRest <operator-id> <ticket-ref> '
                   'RUN <program-name> <yyyy-mm-dd>'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       1150-SHOW-USAGE-END.
               STOP RUN
           END-IF.
       1050-VERIFY-SCHEMA-LEVEL-END.
      ******************************************************************
      * The values this run changes are traced, field by field, to
      * the operator and ticket that authorised them by the
      * provenance trigger on databank_store.
       1035-SET-CHANGE-SOURCE.
           MOVE 'RecRest' TO SRC-PROGRAM-NAME.
           MOVE SPACES TO SRC-SOURCE-ID.
           STRING 'opr ' DELIMITED BY SIZE
                  PRV-OPERATOR-ID DELIMITED BY SPACE
                  ' / ' DELIMITED BY SIZE
                  PRV-TICKET-REF DELIMITED BY SPACE
                  INTO SRC-SOURCE-ID.

           COPY "SrcSet.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       1035-SET-CHANGE-SOURCE-END.
      ******************************************************************
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
               GO TO 3200-APPLY-ONE-COLUMN-END
           END-IF.

      *    A restored name brings its phonetic key back with it.
           MOVE SPACES TO RESTORE-NAME-KEY.
           IF RESTORE-COLUMN-NAME = 'last_name' OR 'first_name'
               IF RESTORE-COLUMN-NAME = 'last_name'
                   MOVE 'L' TO PHON-NAME-TYPE
               ELSE
                   MOVE 'F' TO PHON-NAME-TYPE
               END-IF
               MOVE RESTORE-COLUMN-VALUE TO PHON-INPUT
               CALL 'PhonKey' USING PHON-KEY-AREA
               MOVE PHON-KEY TO RESTORE-NAME-KEY
           END-IF.

           MOVE ZERO TO RETRY-COUNT.
       3200-APPLY-ONE-COLUMN-RETRY.
           EXEC SQL
               UPDATE databank_store
               SET last_name = CASE :RESTORE-COLUMN-NAME
                       WHEN 'last_name'
                           THEN CAST(:RESTORE-COLUMN-VALUE AS VARCHAR)
                       WHEN 'first_name'
                           THEN CAST(:RESTORE-COLUMN-VALUE AS VARCHAR)
                       ELSE first_name END,
                   last_name_key = CASE
                       WHEN :RESTORE-COLUMN-NAME <> 'last_name'
                           THEN last_name_key
                       WHEN TRIM(:RESTORE-NAME-KEY) = ''
                           THEN NULL
                       ELSE TRIM(:RESTORE-NAME-KEY) END,
                   first_name_key = CASE
                       WHEN :RESTORE-COLUMN-NAME <> 'first_name'
                           THEN first_name_key
                       WHEN TRIM(:RESTORE-NAME-KEY) = ''
                           THEN NULL
                       ELSE TRIM(:RESTORE-NAME-KEY) END,
                   email_enc = CASE :RESTORE-COLUMN-NAME
                       WHEN 'email'
                           THEN pii_encrypt(
                               CAST(:RESTORE-COLUMN-VALUE AS VARCHAR))
                       ELSE email_enc END,
                   email_token = CASE :RESTORE-COLUMN-NAME
                       WHEN 'email'
                           THEN pii_token(
                               CAST(:RESTORE-COLUMN-VALUE AS VARCHAR))
                       ELSE email_token END,
                   country = CASE :RESTORE-COLUMN-NAME
                       WHEN 'country'
                           THEN CAST(:RESTORE-COLUMN-VALUE AS VARCHAR)
                       WHEN 'status_reason'
                           THEN CAST(:RESTORE-COLUMN-VALUE AS VARCHAR)
                       ELSE status_reason END,
                   street_enc = CASE :RESTORE-COLUMN-NAME
                       WHEN 'street'
                           THEN pii_encrypt(
                               CAST(:RESTORE-COLUMN-VALUE AS VARCHAR))
                       ELSE street_enc END,
                   house_no = CASE :RESTORE-COLUMN-NAME
                       WHEN 'house_no'
                           THEN CAST(:RESTORE-COLUMN-VALUE AS VARCHAR)
           END-IF.
       1030-CHECK-OPS-HOLD-END.
      ******************************************************************
      * Only an operator in the register with a right on this program
      * may run it; OprChk logs the refusal of anyone else.
       1040-CHECK-OPERATOR-RIGHT.
           MOVE 'RecRest' TO OPR-PROGRAM-NAME.
           MOVE 'EXECUTE' TO OPR-MODE-NEEDED.
           IF RUN-SCOPE
               MOVE TARGET-PROGRAM TO PRV-KEY-VALUE
           ELSE
               MOVE TARGET-ID TO PRV-KEY-VALUE
           END-IF.
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
                   ('RecRest', :PRV-OPERATOR-ID, :PRV-TICKET-REF,
                    :PRV-ACTION-DESC, :PRV-KEY-VALUE,
                    :PRV-ROW-COUNT, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8945-RECORD-PRIV-ACTION-END.
      ******************************************************************
