       IDENTIFICATION DIVISION.
       PROGRAM-ID. HhRev.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Review queue for HhDetect's household proposals: LIST shows
      * the proposals that wait with their members, LIST CROWDED the
      * addresses judged too full to be one household. ACCEPT turns
      * one proposal, or ALL pending ones, into household rows: a new
      * household under the suggested head, or the extra members
      * added to the household one of them already heads or belongs
      * to. REJECT closes a proposal; HhDetect will not propose the
      * same people at that address again. Acting requires an
      * operator id and a ticket reference, and every run is written
      * to the privileged-action register.
       01  CMD-LINE-PARM          PIC X(120) VALUE SPACES.
       01  CMD-PTR                PIC 9(3) VALUE 1.
       01  ACTION-PARM            PIC X(10) VALUE SPACES.
       01  LIST-PARM              PIC X(10) VALUE SPACES.
       01  PROPOSAL-ID-PARM       PIC X(10) VALUE SPACES.
       01  ACCEPT-ALL-FLAG        PIC X(1) VALUE 'N'.
           88  ACCEPT-ALL         VALUE 'Y'.
       01  PROPOSAL-OUTCOME       PIC X(1) VALUE SPACE.
           88  PROPOSAL-TAKEN     VALUE 'A'.
           88  PROPOSAL-REFUSED   VALUE 'X'.
       01  ACCEPTED-COUNT         PIC 9(6) VALUE ZEROS.
       01  REFUSED-COUNT          PIC 9(6) VALUE ZEROS.
       01  LISTED-COUNT           PIC 9(6) VALUE ZEROS.
       01  PROPOSAL-DISP          PIC ZZZZZZZZ9.
       01  HOUSEHOLD-DISP         PIC ZZZZZZZZ9.
       01  MEMBERS-DISP           PIC ZZZ9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "PrivLog.cpy".
       COPY "OprVar.cpy".

       01  PROPOSAL-ID            PIC S9(9) COMP-5 VALUE ZERO.
       01  PROPOSAL-STATUS        PIC X(1) VALUE SPACE.
       01  HEAD-ID                PIC X(36) VALUE SPACES.
       01  EXISTING-HH-ID         PIC S9(9) COMP-5 VALUE ZERO.
       01  HH-ID                  PIC S9(9) COMP-5 VALUE ZERO.
       01  ROW-EXISTS-COUNT       PIC S9(9) COMP-5 VALUE ZERO.
       01  ACTIVE-MEMBER-COUNT    PIC S9(9) COMP-5 VALUE ZERO.
       01  ELSEWHERE-COUNT        PIC S9(9) COMP-5 VALUE ZERO.
       01  ADDED-COUNT            PIC S9(9) COMP-5 VALUE ZERO.
       01  HEAD-ACTIVE-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  PRP-POSTAL-CODE        PIC X(10) VALUE SPACES.
       01  PRP-CITY               PIC X(50) VALUE SPACES.

       01  LST-PROPOSAL-ID        PIC S9(9) COMP-5 VALUE ZERO.
       01  LST-STREET             PIC X(50) VALUE SPACES.
       01  LST-HOUSE-NO           PIC X(10) VALUE SPACES.
       01  LST-BOX-NO             PIC X(10) VALUE SPACES.
       01  LST-POSTAL-CODE        PIC X(10) VALUE SPACES.
       01  LST-CITY               PIC X(50) VALUE SPACES.
       01  LST-BASIS              PIC X(8) VALUE SPACES.
       01  LST-EXISTING-HH-ID     PIC S9(9) COMP-5 VALUE ZERO.
       01  LST-MEMBER-ID          PIC X(36) VALUE SPACES.
       01  LST-MEMBER-NAME        PIC X(101) VALUE SPACES.
       01  LST-HEAD-FLAG          PIC X(1) VALUE SPACE.
       01  LST-RESIDENT-COUNT     PIC S9(9) COMP-5 VALUE ZERO.
       01  LST-LAST-SEEN          PIC X(10) VALUE SPACES.

       01  LAST-PROPOSAL-ID       PIC S9(9) COMP-5 VALUE ZERO.
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

           EVALUATE TRUE
               WHEN ACTION-PARM = 'LIST' AND LIST-PARM = 'CROWDED'
                   PERFORM 3600-LIST-CROWDED
                       THRU 3600-LIST-CROWDED-END
               WHEN ACTION-PARM = 'LIST'
                   PERFORM 3500-LIST-PENDING-PROPOSALS
                       THRU 3500-LIST-PENDING-PROPOSALS-END
               WHEN ACTION-PARM = 'ACCEPT' AND ACCEPT-ALL
                   PERFORM 3050-ACCEPT-ALL-PROPOSALS
                       THRU 3050-ACCEPT-ALL-PROPOSALS-END
               WHEN ACTION-PARM = 'ACCEPT'
                   PERFORM 3001-ACCEPT-PROPOSAL
                       THRU 3001-ACCEPT-PROPOSAL-END
               WHEN ACTION-PARM = 'REJECT'
                   PERFORM 3400-REJECT-PROPOSAL
                       THRU 3400-REJECT-PROPOSAL-END
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
               UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
                   INTO LIST-PARM
                   POINTER CMD-PTR
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(LIST-PARM) TO LIST-PARM
               IF LIST-PARM NOT = SPACES
                AND LIST-PARM NOT = 'CROWDED'
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
               END-IF
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
               INTO PROPOSAL-ID-PARM
               POINTER CMD-PTR
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(PROPOSAL-ID-PARM)
               TO PROPOSAL-ID-PARM.

           IF ACTION-PARM NOT = 'ACCEPT'
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

      *    ALL is for acceptance only; a rejection is always a
      *    decision on one proposal.
           IF ACTION-PARM = 'ACCEPT'
            AND PROPOSAL-ID-PARM = 'ALL'
               SET ACCEPT-ALL TO TRUE
               GO TO 1100-GET-PARMS-END
           END-IF.

           IF PROPOSAL-ID-PARM = SPACES
            OR FUNCTION TRIM(PROPOSAL-ID-PARM) IS NOT NUMERIC
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           MOVE FUNCTION NUMVAL(PROPOSAL-ID-PARM) TO PROPOSAL-ID.
       1100-GET-PARMS-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: HhRev LIST [CROWDED]'.
           DISPLAY '       HhRev ACCEPT <operator-id> '
                   '<ticket-ref> <proposal-id|ALL>'.
           DISPLAY '       HhRev REJECT <operator-id> '
                   '<ticket-ref> <proposal-id>'.
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
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.

           MOVE 'HhRev' TO ERR-PROGRAM-NAME.
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
       2100-FETCH-PROPOSAL.
           EXEC SQL
               SELECT status, COALESCE(suggested_head_id, ''),
                      COALESCE(existing_household_id, 0),
                      COALESCE(postal_code, ''), COALESCE(city, '')
               INTO :PROPOSAL-STATUS, :HEAD-ID, :EXISTING-HH-ID,
                    :PRP-POSTAL-CODE, :PRP-CITY
               FROM household_proposal
               WHERE id = :PROPOSAL-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   DISPLAY 'No household proposal with id: '
                           PROPOSAL-ID
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           IF PROPOSAL-STATUS NOT = 'P'
               DISPLAY 'Proposal ' PROPOSAL-ID ' was already decided '
                       '(' PROPOSAL-STATUS ') - nothing changed.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       2100-FETCH-PROPOSAL-END.
      ******************************************************************
       3001-ACCEPT-PROPOSAL.
           PERFORM 2100-FETCH-PROPOSAL
               THRU 2100-FETCH-PROPOSAL-END.

           PERFORM 3100-ACCEPT-ONE-PROPOSAL
               THRU 3100-ACCEPT-ONE-PROPOSAL-END.

           IF PROPOSAL-REFUSED
               MOVE 8 TO RETURN-CODE
               GO TO 3001-ACCEPT-PROPOSAL-END
           END-IF.

           MOVE 'HOUSEHOLD ACCEPT' TO PRV-ACTION-DESC.
           MOVE PROPOSAL-ID-PARM TO PRV-KEY-VALUE.
           MOVE ADDED-COUNT TO PRV-ROW-COUNT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.
       3001-ACCEPT-PROPOSAL-END.
      ******************************************************************
      * Bulk acceptance walks the pending proposals in id order. A
      * proposal the members have outgrown since detection is left
      * pending and counted; the others are accepted one by one.
       3050-ACCEPT-ALL-PROPOSALS.
           MOVE ZERO TO LAST-PROPOSAL-ID.
           MOVE ZERO TO PRV-ROW-COUNT.
       3050-ACCEPT-ALL-NEXT.
           EXEC SQL
               SELECT COALESCE(MIN(id), 0)
               INTO :PROPOSAL-ID
               FROM household_proposal
               WHERE status = 'P'
                 AND id > :LAST-PROPOSAL-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF PROPOSAL-ID = 0
               GO TO 3050-ACCEPT-ALL-DONE
           END-IF.

           MOVE PROPOSAL-ID TO LAST-PROPOSAL-ID.
           PERFORM 2100-FETCH-PROPOSAL
               THRU 2100-FETCH-PROPOSAL-END.
           PERFORM 3100-ACCEPT-ONE-PROPOSAL
               THRU 3100-ACCEPT-ONE-PROPOSAL-END.
           IF PROPOSAL-TAKEN
               ADD ADDED-COUNT TO PRV-ROW-COUNT
           END-IF.
           GO TO 3050-ACCEPT-ALL-NEXT.
       3050-ACCEPT-ALL-DONE.
           DISPLAY 'Proposals accepted: ' ACCEPTED-COUNT
                   '  left pending: ' REFUSED-COUNT.

           IF REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF ACCEPTED-COUNT > 0
               MOVE 'HOUSEHOLD ACCEPT ALL' TO PRV-ACTION-DESC
               MOVE 'ALL' TO PRV-KEY-VALUE
               PERFORM 8945-RECORD-PRIV-ACTION
                   THRU 8945-RECORD-PRIV-ACTION-END
           END-IF.
       3050-ACCEPT-ALL-PROPOSALS-END.
      ******************************************************************
      * Acceptance re-checks the members against today's databank:
      * people no longer active are left out, and anyone who joined
      * another household since detection stops the proposal, which
      * stays pending for a closer look. A household that vanished
      * meanwhile is simply created anew.
       3100-ACCEPT-ONE-PROPOSAL.
           MOVE 'X' TO PROPOSAL-OUTCOME.
           MOVE ZERO TO ADDED-COUNT.
           MOVE PROPOSAL-ID TO PROPOSAL-DISP.

           IF EXISTING-HH-ID > 0
               EXEC SQL
                   SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                   FROM household
                   WHERE household_id = :EXISTING-HH-ID
               END-EXEC
               IF ROW-EXISTS-COUNT = 0
                   MOVE ZERO TO EXISTING-HH-ID
               END-IF
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :ELSEWHERE-COUNT
               FROM household_proposal_member pm
               JOIN household_member m
                 ON m.databank_id = pm.databank_id
               WHERE pm.proposal_id = :PROPOSAL-ID
                 AND m.household_id <> :EXISTING-HH-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF ELSEWHERE-COUNT > 0
               DISPLAY 'Proposal ' FUNCTION TRIM(PROPOSAL-DISP)
                       ': ' ELSEWHERE-COUNT ' member(s) joined '
                       'another household since detection - '
                       'left pending.'
               ADD 1 TO REFUSED-COUNT
               GO TO 3100-ACCEPT-ONE-PROPOSAL-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :ACTIVE-MEMBER-COUNT
               FROM household_proposal_member pm
               JOIN databank d ON d.id = pm.databank_id
               WHERE pm.proposal_id = :PROPOSAL-ID
                 AND COALESCE(d.status, 'A') = 'A'
           END-EXEC.

           IF ACTIVE-MEMBER-COUNT < 2
               DISPLAY 'Proposal ' FUNCTION TRIM(PROPOSAL-DISP)
                       ': fewer than two members still active - '
                       'left pending, REJECT it.'
               ADD 1 TO REFUSED-COUNT
               GO TO 3100-ACCEPT-ONE-PROPOSAL-END
           END-IF.

           IF EXISTING-HH-ID > 0
               MOVE EXISTING-HH-ID TO HH-ID
           ELSE
               PERFORM 3200-CREATE-HOUSEHOLD
                   THRU 3200-CREATE-HOUSEHOLD-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :ADDED-COUNT
               FROM household_proposal_member pm
               JOIN databank d ON d.id = pm.databank_id
               WHERE pm.proposal_id = :PROPOSAL-ID
                 AND COALESCE(d.status, 'A') = 'A'
                 AND NOT EXISTS
                     (SELECT 1 FROM household_member m
                       WHERE m.databank_id = pm.databank_id)
           END-EXEC.

           EXEC SQL
               INSERT INTO household_member
                   (household_id, databank_id, added_at)
               SELECT :HH-ID, pm.databank_id, CURRENT_TIMESTAMP
               FROM household_proposal_member pm
               JOIN databank d ON d.id = pm.databank_id
               WHERE pm.proposal_id = :PROPOSAL-ID
                 AND COALESCE(d.status, 'A') = 'A'
                 AND NOT EXISTS
                     (SELECT 1 FROM household_member m
                       WHERE m.databank_id = pm.databank_id)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE household_proposal
               SET status = 'A',
                   decided_by = TRIM(:PRV-OPERATOR-ID),
                   decided_at = CURRENT_TIMESTAMP,
                   household_id = :HH-ID
               WHERE id = :PROPOSAL-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'A' TO PROPOSAL-OUTCOME.
           ADD 1 TO ACCEPTED-COUNT.
           MOVE HH-ID TO HOUSEHOLD-DISP.
           MOVE ADDED-COUNT TO MEMBERS-DISP.
           DISPLAY 'Proposal ' FUNCTION TRIM(PROPOSAL-DISP)
                   ' accepted: household '
                   FUNCTION TRIM(HOUSEHOLD-DISP) ' at '
                   FUNCTION TRIM(PRP-POSTAL-CODE) ' '
                   FUNCTION TRIM(PRP-CITY) ', members added '
                   FUNCTION TRIM(MEMBERS-DISP) '.'.
       3100-ACCEPT-ONE-PROPOSAL-END.
      ******************************************************************
      * A new household takes the suggested head, or the eldest
      * active member when the suggested head has left meanwhile.
       3200-CREATE-HOUSEHOLD.
           EXEC SQL
               SELECT COUNT(*) INTO :HEAD-ACTIVE-COUNT
               FROM databank
               WHERE id = :HEAD-ID
                 AND COALESCE(status, 'A') = 'A'
           END-EXEC.

           IF HEAD-ACTIVE-COUNT = 0
               EXEC SQL
                   SELECT d.id INTO :HEAD-ID
                   FROM household_proposal_member pm
                   JOIN databank d ON d.id = pm.databank_id
                   WHERE pm.proposal_id = :PROPOSAL-ID
                     AND COALESCE(d.status, 'A') = 'A'
                   ORDER BY d.birth_date ASC NULLS LAST,
                            d.age DESC NULLS LAST, d.id
                   LIMIT 1
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           EXEC SQL
               INSERT INTO household (head_id, created_at)
               VALUES (:HEAD-ID, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT MAX(household_id) INTO :HH-ID
               FROM household
           END-EXEC.
       3200-CREATE-HOUSEHOLD-END.
      ******************************************************************
       3400-REJECT-PROPOSAL.
           PERFORM 2100-FETCH-PROPOSAL
               THRU 2100-FETCH-PROPOSAL-END.

           EXEC SQL
               UPDATE household_proposal
               SET status = 'R',
                   decided_by = TRIM(:PRV-OPERATOR-ID),
                   decided_at = CURRENT_TIMESTAMP
               WHERE id = :PROPOSAL-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'HOUSEHOLD REJECT' TO PRV-ACTION-DESC.
           MOVE PROPOSAL-ID-PARM TO PRV-KEY-VALUE.
           MOVE 0 TO PRV-ROW-COUNT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           DISPLAY 'Proposal ' PROPOSAL-ID ' rejected - no household '
                   'created.'.
       3400-REJECT-PROPOSAL-END.
      ******************************************************************
       3500-LIST-PENDING-PROPOSALS.
           DISPLAY 'Household proposals waiting for review:'.

           EXEC SQL DECLARE HHP_CUR CURSOR FOR
               SELECT p.id, COALESCE(p.street, ''),
                      COALESCE(p.house_no, ''),
                      COALESCE(p.box_no, ''),
                      COALESCE(p.postal_code, ''),
                      COALESCE(p.city, ''), COALESCE(p.basis, ''),
                      COALESCE(p.existing_household_id, 0),
                      pm.databank_id,
                      COALESCE(TRIM(d.last_name || ' ' ||
                                    d.first_name), '(record gone)'),
                      CASE WHEN pm.databank_id = p.suggested_head_id
                           THEN 'Y' ELSE 'N' END
               FROM household_proposal p
               JOIN household_proposal_member pm
                 ON pm.proposal_id = p.id
               LEFT JOIN databank d ON d.id = pm.databank_id
               WHERE p.status = 'P'
               ORDER BY p.id,
                        CASE WHEN pm.databank_id = p.suggested_head_id
                             THEN 0 ELSE 1 END,
                        pm.databank_id
           END-EXEC.

           EXEC SQL OPEN HHP_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE ZERO TO LAST-PROPOSAL-ID.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH HHP_CUR
                   INTO :LST-PROPOSAL-ID, :LST-STREET,
                        :LST-HOUSE-NO, :LST-BOX-NO,
                        :LST-POSTAL-CODE, :LST-CITY, :LST-BASIS,
                        :LST-EXISTING-HH-ID, :LST-MEMBER-ID,
                        :LST-MEMBER-NAME, :LST-HEAD-FLAG
               END-EXEC

               IF SQLCODE = 0 THEN
                   PERFORM 3550-LIST-ONE-MEMBER
                       THRU 3550-LIST-ONE-MEMBER-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE HHP_CUR END-EXEC.

           IF LISTED-COUNT = 0
               DISPLAY '  (none)'
           END-IF.
       3500-LIST-PENDING-PROPOSALS-END.
      ******************************************************************
      * The address line opens each proposal; its members follow,
      * head first.
       3550-LIST-ONE-MEMBER.
           IF LST-PROPOSAL-ID NOT = LAST-PROPOSAL-ID
               ADD 1 TO LISTED-COUNT
               MOVE LST-PROPOSAL-ID TO LAST-PROPOSAL-ID
               MOVE LST-PROPOSAL-ID TO PROPOSAL-DISP
               DISPLAY '  ' PROPOSAL-DISP ' '
                       FUNCTION TRIM(LST-STREET) ' '
                       FUNCTION TRIM(LST-HOUSE-NO) ' '
                       FUNCTION TRIM(LST-BOX-NO) ', '
                       FUNCTION TRIM(LST-POSTAL-CODE) ' '
                       FUNCTION TRIM(LST-CITY) ' ('
                       FUNCTION TRIM(LST-BASIS) ')'
               IF LST-EXISTING-HH-ID > 0
                   MOVE LST-EXISTING-HH-ID TO HOUSEHOLD-DISP
                   DISPLAY '      extends household '
                           FUNCTION TRIM(HOUSEHOLD-DISP)
               END-IF
           END-IF.

           IF LST-HEAD-FLAG = 'Y'
               DISPLAY '      head   ' LST-MEMBER-ID ' '
                       FUNCTION TRIM(LST-MEMBER-NAME)
           ELSE
               DISPLAY '      member ' LST-MEMBER-ID ' '
                       FUNCTION TRIM(LST-MEMBER-NAME)
           END-IF.
       3550-LIST-ONE-MEMBER-END.
      ******************************************************************
       3600-LIST-CROWDED.
           DISPLAY 'Addresses with too many residents for one '
                   'household:'.

           EXEC SQL DECLARE HHC_CUR CURSOR FOR
               SELECT COALESCE(street, ''), COALESCE(house_no, ''),
                      COALESCE(box_no, ''), COALESCE(postal_code, ''),
                      COALESCE(city, ''), resident_count,
                      TO_CHAR(last_seen_at, 'YYYY-MM-DD')
               FROM crowded_address
               ORDER BY postal_code, street, house_no, box_no
           END-EXEC.

           EXEC SQL OPEN HHC_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH HHC_CUR
                   INTO :LST-STREET, :LST-HOUSE-NO, :LST-BOX-NO,
                        :LST-POSTAL-CODE, :LST-CITY,
                        :LST-RESIDENT-COUNT, :LST-LAST-SEEN
               END-EXEC

               IF SQLCODE = 0 THEN
                   ADD 1 TO LISTED-COUNT
                   MOVE LST-RESIDENT-COUNT TO MEMBERS-DISP
                   DISPLAY '  ' FUNCTION TRIM(LST-STREET) ' '
                           FUNCTION TRIM(LST-HOUSE-NO) ' '
                           FUNCTION TRIM(LST-BOX-NO) ', '
                           FUNCTION TRIM(LST-POSTAL-CODE) ' '
                           FUNCTION TRIM(LST-CITY) '  residents '
                           MEMBERS-DISP '  last seen '
                           LST-LAST-SEEN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE HHC_CUR END-EXEC.

           IF LISTED-COUNT = 0
               DISPLAY '  (none)'
           END-IF.
       3600-LIST-CROWDED-END.
      ******************************************************************
       8945-RECORD-PRIV-ACTION.
           EXEC SQL
               INSERT INTO privileged_action_log
                   (program_name, operator_id, ticket_ref,
                    action_desc, key_value, row_count, logged_at)
               VALUES
                   ('HhRev', :PRV-OPERATOR-ID, :PRV-TICKET-REF,
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

           MOVE 'HhRev' TO OPR-PROGRAM-NAME.
           MOVE 'EXECUTE' TO OPR-MODE-NEEDED.
           MOVE PROPOSAL-ID-PARM TO PRV-KEY-VALUE.
           COPY "OprChk.cpy".

           IF OPR-DENIED-FLAG = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1040-CHECK-OPERATOR-RIGHT-END.
      ******************************************************************
