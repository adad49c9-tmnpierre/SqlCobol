       IDENTIFICATION DIVISION.
       PROGRAM-ID. FwdRev.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Review queue for FwdMatch's doubtful forwarding entries: LIST
      * shows the candidates that wait, APPROVE applies the new
      * address to the chosen record with the same update and journal
      * entry FwdMatch writes for a confident match (and registers
      * the privileged action), REJECT closes a candidate without
      * touching the record. Approving one candidate of an entry
      * closes that entry's other candidates. Acting requires an
      * operator id and a ticket reference.
       01  CMD-LINE-PARM          PIC X(120) VALUE SPACES.
       01  CMD-PTR                PIC 9(3) VALUE 1.
       01  ACTION-PARM            PIC X(10) VALUE SPACES.
       01  REVIEW-ID-PARM         PIC X(10) VALUE SPACES.

       COPY "RetryCfg.cpy".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "PrivLog.cpy".
       COPY "OprVar.cpy".

       01  REVIEW-ID              PIC S9(9) COMP-5 VALUE ZERO.
       01  TARGET-ID              PIC X(36) VALUE SPACES.
       01  REVIEW-STATUS          PIC X(1) VALUE SPACE.
       01  ENTRY-REF              PIC X(20) VALUE SPACES.
       01  OTHERS-CLOSED-COUNT    PIC S9(9) COMP-5 VALUE ZERO.
       01  NEW-STREET             PIC X(50) VALUE SPACES.
       01  NEW-HOUSE-NO           PIC X(10) VALUE SPACES.
       01  NEW-BOX-NO             PIC X(10) VALUE SPACES.
       01  NEW-POSTAL-CODE        PIC X(10) VALUE SPACES.
       01  NEW-CITY               PIC X(50) VALUE SPACES.
       01  CUR-STATUS-CODE        PIC X(1) VALUE SPACE.
       01  CUR-LAST-NAME          PIC X(50) VALUE SPACES.
       01  CUR-STREET             PIC X(50) VALUE SPACES.
       01  CUR-HOUSE-NO           PIC X(10) VALUE SPACES.
       01  CUR-BOX-NO             PIC X(10) VALUE SPACES.
       01  CUR-POSTAL-CODE        PIC X(10) VALUE SPACES.
       01  CUR-CITY               PIC X(50) VALUE SPACES.
       01  CUR-ADDR-STATUS        PIC X(1) VALUE SPACE.
       01  JOURNAL-OLD-VALUES     PIC X(600).
       01  JOURNAL-NEW-VALUES     PIC X(600).
       01  HH-HOUSEHOLD-ID        PIC S9(9) COMP-5 VALUE ZERO.

       01  LST-REVIEW-ID          PIC S9(9) COMP-5 VALUE ZERO.
       01  LST-ENTRY-REF          PIC X(20) VALUE SPACES.
       01  LST-DATABANK-ID        PIC X(36) VALUE SPACES.
       01  LST-LAST-NAME          PIC X(50) VALUE SPACES.
       01  LST-FIRST-NAME         PIC X(50) VALUE SPACES.
       01  LST-MATCH-TYPE         PIC X(8) VALUE SPACES.
       01  LST-NEW-POSTAL-CODE    PIC X(10) VALUE SPACES.
       01  LST-NEW-CITY           PIC X(50) VALUE SPACES.

       COPY "SrcVar.cpy".
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

           PERFORM 1040-CHECK-OPERATOR-RIGHT
               THRU 1040-CHECK-OPERATOR-RIGHT-END.

           PERFORM 1035-SET-CHANGE-SOURCE
               THRU 1035-SET-CHANGE-SOURCE-END.

           EVALUATE ACTION-PARM
               WHEN 'LIST'
                   PERFORM 3500-LIST-PENDING-ENTRIES
                       THRU 3500-LIST-PENDING-ENTRIES-END
               WHEN 'APPROVE'
                   PERFORM 3001-APPROVE-CANDIDATE
                       THRU 3001-APPROVE-CANDIDATE-END
               WHEN 'REJECT'
                   PERFORM 3400-REJECT-CANDIDATE
                       THRU 3400-REJECT-CANDIDATE-END
           END-EVALUATE.

       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           STOP RUN.
      ******************************************************************
       1100-GET-PARMS.
           ACCEPT CMD-LINE-PARM FROM COMMAND-LINE.

           MOVE 1 TO CMD-PTR.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO ACTION-PARM
               POINTER CMD-PTR
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ACTION-PARM) TO ACTION-PARM.

           IF ACTION-PARM = 'LIST'
               GO TO 1100-GET-PARMS-END
           END-IF.

           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO PRV-OPERATOR-ID
               POINTER CMD-PTR
           END-UNSTRING.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO PRV-TICKET-REF
               POINTER CMD-PTR
           END-UNSTRING.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO REVIEW-ID-PARM
               POINTER CMD-PTR
           END-UNSTRING.

           IF ACTION-PARM NOT = 'APPROVE'
            AND ACTION-PARM NOT = 'REJECT'
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           IF PRV-OPERATOR-ID = SPACES OR PRV-TICKET-REF = SPACES
               DISPLAY 'An operator id and a ticket/case reference '
                       'are required before this utility acts.'
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           IF REVIEW-ID-PARM = SPACES
            OR FUNCTION TRIM(REVIEW-ID-PARM) IS NOT NUMERIC
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           MOVE FUNCTION NUMVAL(REVIEW-ID-PARM) TO REVIEW-ID.
       1100-GET-PARMS-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: FwdRev LIST'.
           DISPLAY '       FwdRev APPROVE <operator-id> '
                   '<ticket-ref> <review-id>'.
           DISPLAY '       FwdRev REJECT <operator-id> '
                   '<ticket-ref> <review-id>'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       1150-SHOW-USAGE-END.
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
      * The values this run changes are traced, field by field, to
      * the operator and ticket that authorised them by the
      * provenance trigger on databank_store.
       1035-SET-CHANGE-SOURCE.
           MOVE 'FwdRev' TO SRC-PROGRAM-NAME.
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
           DISPLAY "SQLCODE: " SQLCODE SPACE.

           MOVE 'FwdRev' TO ERR-PROGRAM-NAME.
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
       2100-FETCH-CANDIDATE.
           EXEC SQL
               SELECT databank_id, status, entry_ref,
                      COALESCE(new_street, ''),
                      COALESCE(new_house_no, ''),
                      COALESCE(new_box_no, ''),
                      COALESCE(new_postal_code, ''),
                      COALESCE(new_city, '')
               INTO :TARGET-ID, :REVIEW-STATUS, :ENTRY-REF,
                    :NEW-STREET, :NEW-HOUSE-NO, :NEW-BOX-NO,
                    :NEW-POSTAL-CODE, :NEW-CITY
               FROM address_forward
               WHERE id = :REVIEW-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   DISPLAY 'No forwarding candidate with id: '
                           REVIEW-ID
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           IF REVIEW-STATUS NOT = 'P'
               DISPLAY 'Candidate ' REVIEW-ID ' was already decided '
                       '(' REVIEW-STATUS ') - nothing changed.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       2100-FETCH-CANDIDATE-END.
      ******************************************************************
      * Approval walks FwdMatch's confident-match path by hand: the
      * same address columns, back to 'U' for AddrVer, the same
      * journal entry - only the trigger is the reviewer's choice.
       3001-APPROVE-CANDIDATE.
           PERFORM 2100-FETCH-CANDIDATE
               THRU 2100-FETCH-CANDIDATE-END.

           EXEC SQL
               SELECT COALESCE(status, 'A'), last_name,
                      COALESCE(street, ''), COALESCE(house_no, ''),
                      COALESCE(box_no, ''), COALESCE(postal_code, ''),
                      COALESCE(city, ''),
                      COALESCE(address_status, 'U')
               INTO :CUR-STATUS-CODE, :CUR-LAST-NAME,
                    :CUR-STREET, :CUR-HOUSE-NO, :CUR-BOX-NO,
                    :CUR-POSTAL-CODE, :CUR-CITY, :CUR-ADDR-STATUS
               FROM databank
               WHERE id = :TARGET-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   DISPLAY 'The candidate record no longer exists: '
                           TARGET-ID
                   MOVE 8 TO RETURN-CODE
                   GO TO 3001-APPROVE-CANDIDATE-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           IF CUR-STATUS-CODE NOT = 'A'
               DISPLAY 'Record ' TARGET-ID ' is no longer active ('
                       CUR-STATUS-CODE ') - address not changed.'
               MOVE 8 TO RETURN-CODE
               GO TO 3001-APPROVE-CANDIDATE-END
           END-IF.

           PERFORM 3100-APPLY-ADDRESS-UPDATE
               THRU 3100-APPLY-ADDRESS-UPDATE-END.

           MOVE SPACES TO JOURNAL-OLD-VALUES.
           STRING 'street=' DELIMITED BY SIZE
                  FUNCTION TRIM(CUR-STREET) DELIMITED BY SIZE
                  '|house_no=' DELIMITED BY SIZE
                  FUNCTION TRIM(CUR-HOUSE-NO) DELIMITED BY SIZE
                  '|box_no=' DELIMITED BY SIZE
                  FUNCTION TRIM(CUR-BOX-NO) DELIMITED BY SIZE
                  '|postal_code=' DELIMITED BY SIZE
                  FUNCTION TRIM(CUR-POSTAL-CODE) DELIMITED BY SIZE
                  '|city=' DELIMITED BY SIZE
                  FUNCTION TRIM(CUR-CITY) DELIMITED BY SIZE
                  '|address_status=' DELIMITED BY SIZE
                  CUR-ADDR-STATUS DELIMITED BY SIZE
                  INTO JOURNAL-OLD-VALUES.

           MOVE SPACES TO JOURNAL-NEW-VALUES.
           STRING 'street=' DELIMITED BY SIZE
                  FUNCTION TRIM(NEW-STREET) DELIMITED BY SIZE
                  '|house_no=' DELIMITED BY SIZE
                  FUNCTION TRIM(NEW-HOUSE-NO) DELIMITED BY SIZE
                  '|box_no=' DELIMITED BY SIZE
                  FUNCTION TRIM(NEW-BOX-NO) DELIMITED BY SIZE
                  '|postal_code=' DELIMITED BY SIZE
                  FUNCTION TRIM(NEW-POSTAL-CODE) DELIMITED BY SIZE
                  '|city=' DELIMITED BY SIZE
                  FUNCTION TRIM(NEW-CITY) DELIMITED BY SIZE
                  '|address_status=U' DELIMITED BY SIZE
                  INTO JOURNAL-NEW-VALUES.

           EXEC SQL
               INSERT INTO databank_change_journal
                   (databank_id, changed_columns, change_type,
                    changed_at, program_name, old_values, new_values)
               VALUES
                   (:TARGET-ID,
                    'street,house_no,box_no,postal_code,city,' ||
                    'address_status,post_return_count', 'U',
                    CURRENT_TIMESTAMP, 'FwdRev',
                    :JOURNAL-OLD-VALUES, :JOURNAL-NEW-VALUES)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 3300-CLOSE-CANDIDATE-ROW
               THRU 3300-CLOSE-CANDIDATE-ROW-END.

      *    One move belongs to one person: the entry's other
      *    candidates are closed with this decision.
           EXEC SQL
               SELECT COUNT(*) INTO :OTHERS-CLOSED-COUNT
               FROM address_forward
               WHERE entry_ref = :ENTRY-REF
                 AND status = 'P'
                 AND id <> :REVIEW-ID
           END-EXEC.

           EXEC SQL
               UPDATE address_forward
               SET status = 'R',
                   decided_by = TRIM(:PRV-OPERATOR-ID),
                   decided_at = CURRENT_TIMESTAMP
               WHERE entry_ref = :ENTRY-REF
                 AND status = 'P'
                 AND id <> :REVIEW-ID
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'FORWARD APPROVE' TO PRV-ACTION-DESC.
           MOVE TARGET-ID TO PRV-KEY-VALUE.
           MOVE 1 TO PRV-ROW-COUNT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           DISPLAY FUNCTION TRIM(CUR-LAST-NAME) ' (' TARGET-ID
                   ') moved to ' FUNCTION TRIM(NEW-POSTAL-CODE) ' '
                   FUNCTION TRIM(NEW-CITY) ' on candidate '
                   REVIEW-ID '.'.
           IF OTHERS-CLOSED-COUNT > 0
               DISPLAY 'Other candidates of entry '
                       FUNCTION TRIM(ENTRY-REF) ' closed: '
                       OTHERS-CLOSED-COUNT
           END-IF.

           PERFORM 3200-CHECK-HOUSEHOLD
               THRU 3200-CHECK-HOUSEHOLD-END.
       3001-APPROVE-CANDIDATE-END.
      ******************************************************************
       3100-APPLY-ADDRESS-UPDATE.
           MOVE ZERO TO RETRY-COUNT.
       3100-APPLY-ADDRESS-UPDATE-RETRY.
           EXEC SQL
               UPDATE databank_store
               SET street_enc = pii_encrypt(TRIM(:NEW-STREET)),
                   house_no = NULLIF(TRIM(:NEW-HOUSE-NO), ''),
                   box_no = NULLIF(TRIM(:NEW-BOX-NO), ''),
                   postal_code = TRIM(:NEW-POSTAL-CODE),
                   city = TRIM(:NEW-CITY),
                   address_status = 'U',
                   post_return_count = 0
               WHERE id = :TARGET-ID
           END-EXEC.

           IF SQLCODE = -30 AND RETRY-COUNT < RETRY-MAX-ATTEMPTS
               ADD 1 TO RETRY-COUNT
               DISPLAY 'Transient database error, retry ' RETRY-COUNT
                       ' of ' RETRY-MAX-ATTEMPTS '...'
               CALL 'C$SLEEP' USING RETRY-PAUSE-SECONDS
               GO TO 3100-APPLY-ADDRESS-UPDATE-RETRY
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3100-APPLY-ADDRESS-UPDATE-END.
      ******************************************************************
      * A person who moves may leave the household behind; the
      * membership itself is HouseMnt's business, so only remind.
       3200-CHECK-HOUSEHOLD.
           MOVE ZERO TO HH-HOUSEHOLD-ID.

           EXEC SQL
               SELECT COALESCE(MAX(h.household_id), 0)
               INTO :HH-HOUSEHOLD-ID
               FROM household h
               WHERE h.head_id = :TARGET-ID
                  OR EXISTS
                     (SELECT 1 FROM household_member m
                       WHERE m.household_id = h.household_id
                         AND m.databank_id = :TARGET-ID)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF HH-HOUSEHOLD-ID > 0
               DISPLAY 'Record belongs to household ' HH-HOUSEHOLD-ID
                       ' - check its membership with HouseMnt.'
           END-IF.
       3200-CHECK-HOUSEHOLD-END.
      ******************************************************************
       3300-CLOSE-CANDIDATE-ROW.
           IF ACTION-PARM = 'APPROVE'
               MOVE 'A' TO REVIEW-STATUS
           ELSE
               MOVE 'R' TO REVIEW-STATUS
           END-IF.

           EXEC SQL
               UPDATE address_forward
               SET status = :REVIEW-STATUS,
                   decided_by = TRIM(:PRV-OPERATOR-ID),
                   decided_at = CURRENT_TIMESTAMP
               WHERE id = :REVIEW-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3300-CLOSE-CANDIDATE-ROW-END.
      ******************************************************************
       3400-REJECT-CANDIDATE.
           PERFORM 2100-FETCH-CANDIDATE
               THRU 2100-FETCH-CANDIDATE-END.

           PERFORM 3300-CLOSE-CANDIDATE-ROW
               THRU 3300-CLOSE-CANDIDATE-ROW-END.

           MOVE 'FORWARD REJECT' TO PRV-ACTION-DESC.
           MOVE TARGET-ID TO PRV-KEY-VALUE.
           MOVE 0 TO PRV-ROW-COUNT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           DISPLAY 'Candidate ' REVIEW-ID ' rejected - record '
                   TARGET-ID ' untouched.'.
       3400-REJECT-CANDIDATE-END.
      ******************************************************************
       3500-LIST-PENDING-ENTRIES.
           DISPLAY 'Forwarding candidates waiting for review:'.

           EXEC SQL DECLARE FWDP_CUR CURSOR FOR
               SELECT af.id, af.entry_ref, af.databank_id,
                      COALESCE(d.last_name, '(record gone)'),
                      COALESCE(d.first_name, ''),
                      af.match_type,
                      COALESCE(af.new_postal_code, ''),
                      COALESCE(af.new_city, '')
               FROM address_forward af
               LEFT JOIN databank d ON d.id = af.databank_id
               WHERE af.status = 'P'
               ORDER BY af.entry_ref, af.id
           END-EXEC.

           EXEC SQL OPEN FWDP_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH FWDP_CUR
                   INTO :LST-REVIEW-ID, :LST-ENTRY-REF,
                        :LST-DATABANK-ID, :LST-LAST-NAME,
                        :LST-FIRST-NAME, :LST-MATCH-TYPE,
                        :LST-NEW-POSTAL-CODE, :LST-NEW-CITY
               END-EXEC

               IF SQLCODE = 0 THEN
                   DISPLAY '  ' LST-REVIEW-ID ' '
                           LST-ENTRY-REF ' '
                           LST-DATABANK-ID ' '
                           FUNCTION TRIM(LST-LAST-NAME) ' '
                           FUNCTION TRIM(LST-FIRST-NAME)
                           ' (' FUNCTION TRIM(LST-MATCH-TYPE)
                           ') to ' FUNCTION TRIM(LST-NEW-POSTAL-CODE)
                           ' ' FUNCTION TRIM(LST-NEW-CITY)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE FWDP_CUR END-EXEC.
       3500-LIST-PENDING-ENTRIES-END.
      ******************************************************************
       8945-RECORD-PRIV-ACTION.
           EXEC SQL
               INSERT INTO privileged_action_log
                   (program_name, operator_id, ticket_ref,
                    action_desc, key_value, row_count, logged_at)
               VALUES
                   ('FwdRev', :PRV-OPERATOR-ID, :PRV-TICKET-REF,
                    :PRV-ACTION-DESC, :PRV-KEY-VALUE,
                    :PRV-ROW-COUNT, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8945-RECORD-PRIV-ACTION-END.
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
      * Only an operator in the register with a right on this program
      * may run it; OprChk logs the refusal of anyone else.
       1040-CHECK-OPERATOR-RIGHT.
           IF ACTION-PARM = 'LIST'
               GO TO 1040-CHECK-OPERATOR-RIGHT-END
           END-IF.

           MOVE 'FwdRev' TO OPR-PROGRAM-NAME.
           MOVE 'EXECUTE' TO OPR-MODE-NEEDED.
           MOVE REVIEW-ID-PARM TO PRV-KEY-VALUE.
           COPY "OprChk.cpy".

           IF OPR-DENIED-FLAG = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1040-CHECK-OPERATOR-RIGHT-END.
      ******************************************************************
