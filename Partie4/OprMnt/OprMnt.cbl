       IDENTIFICATION DIVISION.
       PROGRAM-ID. OprMnt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Maintenance of the operator register the privileged utilities
      * check through OprChk: ADD registers an operator, DEACTIVATE
      * and REACTIVATE switch the active flag (rights are kept so the
      * recertification still shows them), GRANT gives READ or
      * EXECUTE on one program, REVOKE takes it away, LIST shows the
      * register. Changes need EXECUTE on OprMnt, LIST needs READ,
      * and nobody changes their own entry. While no active operator
      * holds EXECUTE on OprMnt the check is waived, so the first
      * administrator can be set up; every change is written to
      * privileged_action_log either way.
       01  CMD-LINE-PARM          PIC X(120) VALUE SPACES.
       01  CMD-PTR                PIC 9(3) VALUE 1.
       01  ACTION-PARM            PIC X(10) VALUE SPACES.
       01  BOOTSTRAP-SWITCH       PIC X VALUE 'N'.
           88  BOOTSTRAP-RUN      VALUE 'Y'.

       COPY "RetryCfg.cpy".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "PrivLog.cpy".
       COPY "OprVar.cpy".

       01  TARGET-OPERATOR-ID     PIC X(10) VALUE SPACES.
       01  TARGET-OPERATOR-NAME   PIC X(60) VALUE SPACES.
       01  TARGET-PROGRAM         PIC X(20) VALUE SPACES.
       01  TARGET-MODE            PIC X(10) VALUE SPACES.
       01  TARGET-ACTIVE-FLAG     PIC X(1) VALUE SPACES.
       01  ADMIN-COUNT            PIC S9(4) COMP-5 VALUE ZERO.
       01  ROW-EXISTS-COUNT       PIC S9(4) COMP-5 VALUE ZERO.

       01  SQL-REGISTER-ROW.
           05  LST-OPERATOR-ID    PIC X(10).
           05  LST-OPERATOR-NAME  PIC X(60).
           05  LST-ACTIVE-FLAG    PIC X(1).
           05  LST-PROGRAM-NAME   PIC X(20).
           05  LST-ACCESS-MODE    PIC X(10).

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

           EVALUATE ACTION-PARM
               WHEN 'ADD'
                   PERFORM 3100-ADD-OPERATOR
                       THRU 3100-ADD-OPERATOR-END
               WHEN 'DEACTIVATE'
               WHEN 'REACTIVATE'
                   PERFORM 3200-SET-ACTIVE-FLAG
                       THRU 3200-SET-ACTIVE-FLAG-END
               WHEN 'GRANT'
                   PERFORM 3300-GRANT-RIGHT
                       THRU 3300-GRANT-RIGHT-END
               WHEN 'REVOKE'
                   PERFORM 3400-REVOKE-RIGHT
                       THRU 3400-REVOKE-RIGHT-END
               WHEN 'LIST'
                   PERFORM 3500-LIST-REGISTER
                       THRU 3500-LIST-REGISTER-END
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
               INTO ACTION-PARM
               POINTER CMD-PTR
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ACTION-PARM) TO ACTION-PARM.

           IF ACTION-PARM = 'LIST'
               GO TO 1100-GET-PARMS-END
           END-IF.

           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO TARGET-OPERATOR-ID
               POINTER CMD-PTR
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(TARGET-OPERATOR-ID)
               TO TARGET-OPERATOR-ID.

           IF TARGET-OPERATOR-ID = SPACES
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           EVALUATE ACTION-PARM
               WHEN 'ADD'
                   IF CMD-PTR <= FUNCTION LENGTH(CMD-LINE-PARM)
                       MOVE FUNCTION TRIM(CMD-LINE-PARM(CMD-PTR:))
                           TO TARGET-OPERATOR-NAME
                   END-IF
                   IF TARGET-OPERATOR-NAME = SPACES
                       DISPLAY 'An operator is registered with a '
                               'name.'
                       PERFORM 1150-SHOW-USAGE
                           THRU 1150-SHOW-USAGE-END
                   END-IF
               WHEN 'DEACTIVATE'
               WHEN 'REACTIVATE'
                   CONTINUE
               WHEN 'GRANT'
               WHEN 'REVOKE'
                   UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
                       INTO TARGET-PROGRAM
                       POINTER CMD-PTR
                   END-UNSTRING
                   UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
                       INTO TARGET-MODE
                       POINTER CMD-PTR
                   END-UNSTRING
                   MOVE FUNCTION UPPER-CASE(TARGET-MODE)
                       TO TARGET-MODE
                   IF TARGET-PROGRAM = SPACES
                       PERFORM 1150-SHOW-USAGE
                           THRU 1150-SHOW-USAGE-END
                   END-IF
                   IF ACTION-PARM = 'GRANT'
                    AND TARGET-MODE NOT = 'READ'
                    AND TARGET-MODE NOT = 'EXECUTE'
                       DISPLAY 'Access mode must be READ or EXECUTE.'
                       PERFORM 1150-SHOW-USAGE
                           THRU 1150-SHOW-USAGE-END
                   END-IF
               WHEN OTHER
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
           END-EVALUATE.
       1100-GET-PARMS-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: OprMnt <operator-id> <ticket-ref> '
                   'ADD <operator> <name>'.
           DISPLAY '       OprMnt <operator-id> <ticket-ref> '
                   'DEACTIVATE|REACTIVATE <operator>'.
           DISPLAY '       OprMnt <operator-id> <ticket-ref> '
                   'GRANT <operator> <program> READ|EXECUTE'.
           DISPLAY '       OprMnt <operator-id> <ticket-ref> '
                   'REVOKE <operator> <program>'.
           DISPLAY '       OprMnt <operator-id> <ticket-ref> LIST'.
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

           MOVE 'OprMnt' TO ERR-PROGRAM-NAME.
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
       2100-READ-TARGET-OPERATOR.
           EXEC SQL
               SELECT COALESCE(operator_name, ''),
                      COALESCE(active_flag, 'N')
               INTO :TARGET-OPERATOR-NAME, :TARGET-ACTIVE-FLAG
               FROM operator_register
               WHERE operator_id = TRIM(:TARGET-OPERATOR-ID)
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   DISPLAY 'No registered operator with id: '
                           TARGET-OPERATOR-ID
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.
       2100-READ-TARGET-OPERATOR-END.
      ******************************************************************
      * Rights are granted by someone else: an operator cannot widen,
      * narrow or switch off their own entry. The set-up run is the
      * one exception - its administrator has nobody to ask.
       2200-REFUSE-SELF-CHANGE.
           IF TARGET-OPERATOR-ID = PRV-OPERATOR-ID
            AND NOT BOOTSTRAP-RUN
               DISPLAY 'Operator ' FUNCTION TRIM(PRV-OPERATOR-ID)
                       ' may not change their own register entry.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       2200-REFUSE-SELF-CHANGE-END.
      ******************************************************************
       3100-ADD-OPERATOR.
           EXEC SQL
               SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
               FROM operator_register
               WHERE operator_id = TRIM(:TARGET-OPERATOR-ID)
           END-EXEC.

           IF ROW-EXISTS-COUNT > 0
               DISPLAY 'Operator ' FUNCTION TRIM(TARGET-OPERATOR-ID)
                       ' is already registered.'
               MOVE 8 TO RETURN-CODE
               GO TO 3100-ADD-OPERATOR-END
           END-IF.

           EXEC SQL
               INSERT INTO operator_register
                   (operator_id, operator_name, active_flag,
                    registered_by, registered_at)
               VALUES
                   (TRIM(:TARGET-OPERATOR-ID),
                    TRIM(:TARGET-OPERATOR-NAME), 'Y',
                    TRIM(:PRV-OPERATOR-ID), CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'OPERATOR ADD' TO PRV-ACTION-DESC.
           MOVE TARGET-OPERATOR-ID TO PRV-KEY-VALUE.
           MOVE 1 TO PRV-ROW-COUNT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           DISPLAY 'Operator ' FUNCTION TRIM(TARGET-OPERATOR-ID)
                   ' (' FUNCTION TRIM(TARGET-OPERATOR-NAME)
                   ') registered - no rights yet, GRANT them.'.
       3100-ADD-OPERATOR-END.
      ******************************************************************
       3200-SET-ACTIVE-FLAG.
           PERFORM 2200-REFUSE-SELF-CHANGE
               THRU 2200-REFUSE-SELF-CHANGE-END.
           PERFORM 2100-READ-TARGET-OPERATOR
               THRU 2100-READ-TARGET-OPERATOR-END.

           IF ACTION-PARM = 'DEACTIVATE'
               IF TARGET-ACTIVE-FLAG NOT = 'Y'
                   DISPLAY 'Operator '
                           FUNCTION TRIM(TARGET-OPERATOR-ID)
                           ' is already inactive.'
                   GO TO 3200-SET-ACTIVE-FLAG-END
               END-IF
               EXEC SQL
                   UPDATE operator_register
                   SET active_flag = 'N',
                       deactivated_at = CURRENT_TIMESTAMP
                   WHERE operator_id = TRIM(:TARGET-OPERATOR-ID)
               END-EXEC
               MOVE 'OPERATOR DEACTIVATE' TO PRV-ACTION-DESC
           ELSE
               IF TARGET-ACTIVE-FLAG = 'Y'
                   DISPLAY 'Operator '
                           FUNCTION TRIM(TARGET-OPERATOR-ID)
                           ' is already active.'
                   GO TO 3200-SET-ACTIVE-FLAG-END
               END-IF
               EXEC SQL
                   UPDATE operator_register
                   SET active_flag = 'Y',
                       deactivated_at = NULL
                   WHERE operator_id = TRIM(:TARGET-OPERATOR-ID)
               END-EXEC
               MOVE 'OPERATOR REACTIVATE' TO PRV-ACTION-DESC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE TARGET-OPERATOR-ID TO PRV-KEY-VALUE.
           MOVE 1 TO PRV-ROW-COUNT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           DISPLAY 'Operator ' FUNCTION TRIM(TARGET-OPERATOR-ID)
                   ' (' FUNCTION TRIM(TARGET-OPERATOR-NAME) '): '
                   FUNCTION TRIM(PRV-ACTION-DESC) ' done.'.
       3200-SET-ACTIVE-FLAG-END.
      ******************************************************************
      * One right per operator and program: a new GRANT replaces the
      * mode held before. Program names are matched without regard
      * to case, the way OprChk looks them up.
       3300-GRANT-RIGHT.
           PERFORM 2200-REFUSE-SELF-CHANGE
               THRU 2200-REFUSE-SELF-CHANGE-END.
           PERFORM 2100-READ-TARGET-OPERATOR
               THRU 2100-READ-TARGET-OPERATOR-END.

           IF TARGET-ACTIVE-FLAG NOT = 'Y'
               DISPLAY 'Operator ' FUNCTION TRIM(TARGET-OPERATOR-ID)
                       ' is inactive - REACTIVATE before granting.'
               MOVE 8 TO RETURN-CODE
               GO TO 3300-GRANT-RIGHT-END
           END-IF.

           EXEC SQL
               DELETE FROM operator_right
               WHERE operator_id = TRIM(:TARGET-OPERATOR-ID)
                 AND UPPER(program_name) =
                     UPPER(TRIM(:TARGET-PROGRAM))
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO operator_right
                   (operator_id, program_name, access_mode,
                    granted_by, granted_at)
               VALUES
                   (TRIM(:TARGET-OPERATOR-ID), TRIM(:TARGET-PROGRAM),
                    TRIM(:TARGET-MODE), TRIM(:PRV-OPERATOR-ID),
                    CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO PRV-ACTION-DESC.
           STRING 'RIGHT GRANT ' DELIMITED BY SIZE
                  TARGET-MODE DELIMITED BY SPACE
                  INTO PRV-ACTION-DESC.
           MOVE SPACES TO PRV-KEY-VALUE.
           STRING TARGET-OPERATOR-ID DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  TARGET-PROGRAM DELIMITED BY SPACE
                  INTO PRV-KEY-VALUE.
           MOVE 1 TO PRV-ROW-COUNT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           DISPLAY 'Operator ' FUNCTION TRIM(TARGET-OPERATOR-ID)
                   ' granted ' FUNCTION TRIM(TARGET-MODE) ' on '
                   FUNCTION TRIM(TARGET-PROGRAM) '.'.
       3300-GRANT-RIGHT-END.
      ******************************************************************
       3400-REVOKE-RIGHT.
           PERFORM 2200-REFUSE-SELF-CHANGE
               THRU 2200-REFUSE-SELF-CHANGE-END.
           PERFORM 2100-READ-TARGET-OPERATOR
               THRU 2100-READ-TARGET-OPERATOR-END.

           EXEC SQL
               SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
               FROM operator_right
               WHERE operator_id = TRIM(:TARGET-OPERATOR-ID)
                 AND UPPER(program_name) =
                     UPPER(TRIM(:TARGET-PROGRAM))
           END-EXEC.

           IF ROW-EXISTS-COUNT = 0
               DISPLAY 'Operator ' FUNCTION TRIM(TARGET-OPERATOR-ID)
                       ' holds no right on '
                       FUNCTION TRIM(TARGET-PROGRAM) '.'
               GO TO 3400-REVOKE-RIGHT-END
           END-IF.

           EXEC SQL
               DELETE FROM operator_right
               WHERE operator_id = TRIM(:TARGET-OPERATOR-ID)
                 AND UPPER(program_name) =
                     UPPER(TRIM(:TARGET-PROGRAM))
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'RIGHT REVOKE' TO PRV-ACTION-DESC.
           MOVE SPACES TO PRV-KEY-VALUE.
           STRING TARGET-OPERATOR-ID DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  TARGET-PROGRAM DELIMITED BY SPACE
                  INTO PRV-KEY-VALUE.
           MOVE 1 TO PRV-ROW-COUNT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           DISPLAY 'Operator ' FUNCTION TRIM(TARGET-OPERATOR-ID)
                   ' no longer holds a right on '
                   FUNCTION TRIM(TARGET-PROGRAM) '.'.
       3400-REVOKE-RIGHT-END.
      ******************************************************************
       3500-LIST-REGISTER.
           DISPLAY 'Operator register:'.

           EXEC SQL DECLARE OPRL_CUR CURSOR FOR
               SELECT o.operator_id,
                      COALESCE(o.operator_name, ''),
                      COALESCE(o.active_flag, 'N'),
                      COALESCE(r.program_name, ''),
                      COALESCE(r.access_mode, '')
               FROM operator_register o
               LEFT JOIN operator_right r
                 ON r.operator_id = o.operator_id
               ORDER BY o.operator_id, r.program_name
           END-EXEC.

           EXEC SQL OPEN OPRL_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH OPRL_CUR
                   INTO :LST-OPERATOR-ID, :LST-OPERATOR-NAME,
                        :LST-ACTIVE-FLAG, :LST-PROGRAM-NAME,
                        :LST-ACCESS-MODE
               END-EXEC

               IF SQLCODE = 0 THEN
                   DISPLAY '  ' LST-OPERATOR-ID ' '
                           LST-ACTIVE-FLAG ' '
                           LST-PROGRAM-NAME ' '
                           LST-ACCESS-MODE ' '
                           FUNCTION TRIM(LST-OPERATOR-NAME)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE OPRL_CUR END-EXEC.
       3500-LIST-REGISTER-END.
      ******************************************************************
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
      * may run it; OprChk logs the refusal of anyone else. An empty
      * register (no active holder of EXECUTE on OprMnt) is the one
      * case the check is waived, so it can be set up at all.
       1040-CHECK-OPERATOR-RIGHT.
           EXEC SQL
               SELECT COUNT(*) INTO :ADMIN-COUNT
               FROM operator_register o
               JOIN operator_right r
                 ON r.operator_id = o.operator_id
               WHERE o.active_flag = 'Y'
                 AND UPPER(r.program_name) = 'OPRMNT'
                 AND r.access_mode = 'EXECUTE'
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE FUNCTION UPPER-CASE(PRV-OPERATOR-ID)
               TO PRV-OPERATOR-ID.

           IF ADMIN-COUNT = 0
               SET BOOTSTRAP-RUN TO TRUE
               DISPLAY 'No active operator holds EXECUTE on OprMnt - '
                       'this run sets the register up.'
               GO TO 1040-CHECK-OPERATOR-RIGHT-END
           END-IF.

           MOVE 'OprMnt' TO OPR-PROGRAM-NAME.
           IF ACTION-PARM = 'LIST'
               MOVE 'READ' TO OPR-MODE-NEEDED
           ELSE
               MOVE 'EXECUTE' TO OPR-MODE-NEEDED
           END-IF.
           MOVE TARGET-OPERATOR-ID TO PRV-KEY-VALUE.
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
               INSERT INTO privileged_action_log
                   (program_name, operator_id, ticket_ref,
                    action_desc, key_value, row_count, logged_at)
               VALUES
                   ('OprMnt', :PRV-OPERATOR-ID, :PRV-TICKET-REF,
                    :PRV-ACTION-DESC, :PRV-KEY-VALUE,
                    :PRV-ROW-COUNT, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8945-RECORD-PRIV-ACTION-END.
      ******************************************************************
