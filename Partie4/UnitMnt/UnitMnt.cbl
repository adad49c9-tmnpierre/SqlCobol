       IDENTIFICATION DIVISION.
       PROGRAM-ID. UnitMnt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Maintenance of business-unit data ownership. Every individual
      * belongs to the unit of the supplier or campaign that brought
      * them in (databank_owner), and the inquiry and extract
      * programs show an operator or requester only the units
      * unit_entitlement grants it. UNIT adds or renames a unit,
      * GRANT entitles a caller id to a unit ('*' is every unit;
      * HOME marks one of its own, so reading it is not logged as a
      * cross-unit access), REVOKE takes the entitlement away,
      * CAMPAIGN sets the unit that owns a campaign's respondents,
      * MOVE hands one individual to another unit, ASSIGN gives the
      * individuals still on the default unit the unit of their
      * supplier or campaign where one has been set since, and LIST
      * shows the units and the entitlements. Changes need EXECUTE on
      * UnitMnt, LIST needs READ, and every change is written to
      * privileged_action_log.
       01  CMD-LINE-PARM          PIC X(120) VALUE SPACES.
       01  CMD-PTR                PIC 9(3) VALUE 1.
       01  ACTION-PARM            PIC X(10) VALUE SPACES.
       01  HOME-PARM              PIC X(10) VALUE SPACES.
       01  ROWS-DISP              PIC Z(8)9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "PrivLog.cpy".
       COPY "OprVar.cpy".

       01  TARGET-KEY             PIC X(36) VALUE SPACES.
       01  TARGET-UNIT            PIC X(10) VALUE SPACES.
       01  TARGET-UNIT-NAME       PIC X(50) VALUE SPACES.
       01  TARGET-HOME-FLAG       PIC X(1) VALUE 'N'.
       01  OLD-UNIT               PIC X(10) VALUE SPACES.
       01  ROW-EXISTS-COUNT       PIC S9(9) COMP-5 VALUE ZERO.
       01  ROWS-CHANGED-COUNT     PIC S9(9) COMP-5 VALUE ZERO.

       01  SQL-UNIT-ROW.
           05  LST-UNIT-CODE      PIC X(10).
           05  LST-UNIT-NAME      PIC X(50).
           05  LST-DEFAULT-FLAG   PIC X(1).
           05  LST-OWNED-COUNT    PIC S9(9) COMP-5.

       01  SQL-ENTITLEMENT-ROW.
           05  LST-CALLER-ID      PIC X(10).
           05  LST-ENT-UNIT       PIC X(10).
           05  LST-HOME-FLAG      PIC X(1).
           05  LST-GRANTED-BY     PIC X(10).
           05  LST-GRANTED-AT     PIC X(10).

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
               WHEN 'UNIT'
                   PERFORM 3100-SET-UNIT
                       THRU 3100-SET-UNIT-END
               WHEN 'GRANT'
                   PERFORM 3200-GRANT-ENTITLEMENT
                       THRU 3200-GRANT-ENTITLEMENT-END
               WHEN 'REVOKE'
                   PERFORM 3300-REVOKE-ENTITLEMENT
                       THRU 3300-REVOKE-ENTITLEMENT-END
               WHEN 'CAMPAIGN'
                   PERFORM 3400-SET-CAMPAIGN-UNIT
                       THRU 3400-SET-CAMPAIGN-UNIT-END
               WHEN 'MOVE'
                   PERFORM 3500-MOVE-INDIVIDUAL
                       THRU 3500-MOVE-INDIVIDUAL-END
               WHEN 'ASSIGN'
                   PERFORM 3600-ASSIGN-DEFAULT-OWNED
                       THRU 3600-ASSIGN-DEFAULT-OWNED-END
               WHEN 'LIST'
                   PERFORM 3700-LIST-UNITS
                       THRU 3700-LIST-UNITS-END
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

           IF ACTION-PARM = 'LIST' OR ACTION-PARM = 'ASSIGN'
               GO TO 1100-GET-PARMS-END
           END-IF.

           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO TARGET-KEY
               POINTER CMD-PTR
           END-UNSTRING.

           IF TARGET-KEY = SPACES
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           EVALUATE ACTION-PARM
               WHEN 'UNIT'
                   MOVE FUNCTION UPPER-CASE(TARGET-KEY) TO TARGET-UNIT
                   IF CMD-PTR <= FUNCTION LENGTH(CMD-LINE-PARM)
                       MOVE FUNCTION TRIM(CMD-LINE-PARM(CMD-PTR:))
                           TO TARGET-UNIT-NAME
                   END-IF
                   IF TARGET-UNIT-NAME = SPACES
                       DISPLAY 'A business unit is set up with a '
                               'name.'
                       PERFORM 1150-SHOW-USAGE
                           THRU 1150-SHOW-USAGE-END
                   END-IF
               WHEN 'GRANT'
               WHEN 'REVOKE'
               WHEN 'CAMPAIGN'
               WHEN 'MOVE'
                   UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
                       INTO TARGET-UNIT
                       POINTER CMD-PTR
                   END-UNSTRING
                   MOVE FUNCTION UPPER-CASE(TARGET-UNIT)
                       TO TARGET-UNIT
                   IF TARGET-UNIT = SPACES
                       PERFORM 1150-SHOW-USAGE
                           THRU 1150-SHOW-USAGE-END
                   END-IF
                   IF ACTION-PARM = 'GRANT'
                       UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
                           INTO HOME-PARM
                           POINTER CMD-PTR
                       END-UNSTRING
                       MOVE FUNCTION UPPER-CASE(HOME-PARM)
                           TO HOME-PARM
                       IF HOME-PARM = 'HOME'
                           MOVE 'Y' TO TARGET-HOME-FLAG
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
           END-EVALUATE.
       1100-GET-PARMS-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: UnitMnt <operator-id> <ticket-ref> '
                   'UNIT <unit> <name>'.
           DISPLAY '       UnitMnt <operator-id> <ticket-ref> '
                   'GRANT <caller> <unit>|* [HOME]'.
           DISPLAY '       UnitMnt <operator-id> <ticket-ref> '
                   'REVOKE <caller> <unit>|*'.
           DISPLAY '       UnitMnt <operator-id> <ticket-ref> '
                   'CAMPAIGN <campaign-id> <unit>'.
           DISPLAY '       UnitMnt <operator-id> <ticket-ref> '
                   'MOVE <databank-id> <unit>'.
           DISPLAY '       UnitMnt <operator-id> <ticket-ref> '
                   'ASSIGN|LIST'.
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

           MOVE 'UnitMnt' TO ERR-PROGRAM-NAME.
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
      * Every unit named on the command line must already exist; UNIT
      * is the only way a new one comes about.
       2100-REQUIRE-UNIT.
           EXEC SQL
               SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
               FROM business_unit
               WHERE unit_code = TRIM(:TARGET-UNIT)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF ROW-EXISTS-COUNT = 0
               DISPLAY 'No business unit with code: '
                       FUNCTION TRIM(TARGET-UNIT)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       2100-REQUIRE-UNIT-END.
      ******************************************************************
       3100-SET-UNIT.
           EXEC SQL
               INSERT INTO business_unit (unit_code, unit_name)
               VALUES (TRIM(:TARGET-UNIT), TRIM(:TARGET-UNIT-NAME))
               ON CONFLICT (unit_code) DO UPDATE
                   SET unit_name = EXCLUDED.unit_name
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'UNIT SET' TO PRV-ACTION-DESC.
           MOVE TARGET-UNIT TO PRV-KEY-VALUE.
           MOVE 1 TO PRV-ROW-COUNT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           DISPLAY 'Business unit ' FUNCTION TRIM(TARGET-UNIT)
                   ' (' FUNCTION TRIM(TARGET-UNIT-NAME) ') set.'.
       3100-SET-UNIT-END.
      ******************************************************************
      * One entitlement per caller and unit: a new GRANT replaces the
      * home flag held before. Caller ids are held upper-case, the
      * way the programs look them up.
       3200-GRANT-ENTITLEMENT.
           MOVE FUNCTION UPPER-CASE(TARGET-KEY) TO TARGET-KEY.

           IF TARGET-UNIT NOT = '*'
               PERFORM 2100-REQUIRE-UNIT
                   THRU 2100-REQUIRE-UNIT-END
           END-IF.

           EXEC SQL
               INSERT INTO unit_entitlement
                   (caller_id, unit_code, home_flag, granted_by,
                    granted_at)
               VALUES
                   (TRIM(:TARGET-KEY), TRIM(:TARGET-UNIT),
                    :TARGET-HOME-FLAG, TRIM(:PRV-OPERATOR-ID),
                    CURRENT_TIMESTAMP)
               ON CONFLICT (caller_id, unit_code) DO UPDATE
                   SET home_flag = EXCLUDED.home_flag,
                       granted_by = EXCLUDED.granted_by,
                       granted_at = EXCLUDED.granted_at
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO PRV-ACTION-DESC.
           IF TARGET-HOME-FLAG = 'Y'
               MOVE 'ENTITLEMENT GRANT HOME' TO PRV-ACTION-DESC
           ELSE
               MOVE 'ENTITLEMENT GRANT' TO PRV-ACTION-DESC
           END-IF.
           MOVE SPACES TO PRV-KEY-VALUE.
           STRING TARGET-KEY DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  TARGET-UNIT DELIMITED BY SPACE
                  INTO PRV-KEY-VALUE.
           MOVE 1 TO PRV-ROW-COUNT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           DISPLAY FUNCTION TRIM(TARGET-KEY) ' entitled to unit '
                   FUNCTION TRIM(TARGET-UNIT) ' ('
                   FUNCTION TRIM(PRV-ACTION-DESC) ').'.
       3200-GRANT-ENTITLEMENT-END.
      ******************************************************************
       3300-REVOKE-ENTITLEMENT.
           MOVE FUNCTION UPPER-CASE(TARGET-KEY) TO TARGET-KEY.

           EXEC SQL
               DELETE FROM unit_entitlement
               WHERE UPPER(caller_id) = TRIM(:TARGET-KEY)
                 AND unit_code = TRIM(:TARGET-UNIT)
           END-EXEC.

           IF SQLCODE = +100
               DISPLAY FUNCTION TRIM(TARGET-KEY)
                       ' holds no entitlement to unit '
                       FUNCTION TRIM(TARGET-UNIT) '.'
               GO TO 3300-REVOKE-ENTITLEMENT-END
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'ENTITLEMENT REVOKE' TO PRV-ACTION-DESC.
           MOVE SPACES TO PRV-KEY-VALUE.
           STRING TARGET-KEY DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  TARGET-UNIT DELIMITED BY SPACE
                  INTO PRV-KEY-VALUE.
           MOVE 1 TO PRV-ROW-COUNT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           DISPLAY FUNCTION TRIM(TARGET-KEY)
                   ' no longer entitled to unit '
                   FUNCTION TRIM(TARGET-UNIT) '.'.
       3300-REVOKE-ENTITLEMENT-END.
      ******************************************************************
      * The campaign's unit owns the respondents that come to databank
      * through it; ASSIGN applies it to those still on the default
      * unit.
       3400-SET-CAMPAIGN-UNIT.
           PERFORM 2100-REQUIRE-UNIT
               THRU 2100-REQUIRE-UNIT-END.

           EXEC SQL
               UPDATE campaign
               SET business_unit = TRIM(:TARGET-UNIT)
               WHERE campaign_id = TRIM(:TARGET-KEY)
           END-EXEC.

           IF SQLCODE = +100
               DISPLAY 'No campaign with id: ' FUNCTION TRIM(TARGET-KEY)
               MOVE 8 TO RETURN-CODE
               GO TO 3400-SET-CAMPAIGN-UNIT-END
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO PRV-ACTION-DESC.
           STRING 'CAMPAIGN UNIT ' DELIMITED BY SIZE
                  TARGET-UNIT DELIMITED BY SPACE
                  INTO PRV-ACTION-DESC.
           MOVE TARGET-KEY TO PRV-KEY-VALUE.
           MOVE 1 TO PRV-ROW-COUNT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           DISPLAY 'Campaign ' FUNCTION TRIM(TARGET-KEY)
                   ' now owned by unit ' FUNCTION TRIM(TARGET-UNIT)
                   '.'.
       3400-SET-CAMPAIGN-UNIT-END.
      ******************************************************************
      * A manual hand-over of one individual. ASSIGN never overrides
      * it, since it only touches rows still on the default unit.
       3500-MOVE-INDIVIDUAL.
           PERFORM 2100-REQUIRE-UNIT
               THRU 2100-REQUIRE-UNIT-END.

           EXEC SQL
               SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
               FROM databank_store
               WHERE CAST(id AS VARCHAR) = TRIM(:TARGET-KEY)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF ROW-EXISTS-COUNT = 0
               DISPLAY 'No individual with id: '
                       FUNCTION TRIM(TARGET-KEY)
               MOVE 8 TO RETURN-CODE
               GO TO 3500-MOVE-INDIVIDUAL-END
           END-IF.

           EXEC SQL
               SELECT databank_unit(TRIM(:TARGET-KEY))
               INTO :OLD-UNIT
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO databank_owner
                   (databank_id, unit_code, source_type, source_ref,
                    set_at)
               VALUES
                   (TRIM(:TARGET-KEY), TRIM(:TARGET-UNIT), 'MANUAL',
                    TRIM(:PRV-TICKET-REF), CURRENT_TIMESTAMP)
               ON CONFLICT (databank_id) DO UPDATE
                   SET unit_code = EXCLUDED.unit_code,
                       source_type = EXCLUDED.source_type,
                       source_ref = EXCLUDED.source_ref,
                       set_at = EXCLUDED.set_at
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO PRV-ACTION-DESC.
           STRING 'OWNER MOVE ' DELIMITED BY SIZE
                  OLD-UNIT DELIMITED BY SPACE
                  ' -> ' DELIMITED BY SIZE
                  TARGET-UNIT DELIMITED BY SPACE
                  INTO PRV-ACTION-DESC.
           MOVE TARGET-KEY TO PRV-KEY-VALUE.
           MOVE 1 TO PRV-ROW-COUNT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           DISPLAY 'Individual ' FUNCTION TRIM(TARGET-KEY)
                   ' moved from unit ' FUNCTION TRIM(OLD-UNIT)
                   ' to ' FUNCTION TRIM(TARGET-UNIT) '.'.
       3500-MOVE-INDIVIDUAL-END.
      ******************************************************************
      * A supplier or campaign given its unit after its individuals
      * came in leaves them on the default unit. ASSIGN re-derives
      * those, by the same order as the initial assignment: the
      * supplier of the load batch first, then the campaign that
      * first recorded a response. Manual and already derived owners
      * are left alone.
       3600-ASSIGN-DEFAULT-OWNED.
           MOVE ZERO TO ROWS-CHANGED-COUNT.

           EXEC SQL
               UPDATE databank_owner o
               SET unit_code = r.business_unit,
                   source_type = 'SUPPLIER',
                   source_ref = r.supplier_id,
                   set_at = CURRENT_TIMESTAMP
               FROM databank_store d
               JOIN load_batch b ON b.batch_id = d.load_batch_id
               JOIN supplier_registry r
                 ON r.supplier_id = b.supplier_id
               WHERE o.databank_id = CAST(d.id AS VARCHAR)
                 AND o.source_type = 'DEFAULT'
                 AND r.business_unit IS NOT NULL
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF SQLCODE = 0
               ADD SQLERRD(3) TO ROWS-CHANGED-COUNT
           END-IF.

           EXEC SQL
               UPDATE databank_owner o
               SET unit_code = f.business_unit,
                   source_type = 'CAMPAIGN',
                   source_ref = f.campaign_id,
                   set_at = CURRENT_TIMESTAMP
               FROM (SELECT DISTINCT ON (p.databank_id)
                            p.databank_id, c.business_unit,
                            c.campaign_id
                       FROM campaign_response p
                       JOIN campaign c
                         ON c.campaign_id = p.campaign_id
                      WHERE c.business_unit IS NOT NULL
                      ORDER BY p.databank_id, p.loaded_at,
                               c.campaign_id) f
               WHERE o.databank_id = f.databank_id
                 AND o.source_type = 'DEFAULT'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF SQLCODE = 0
               ADD SQLERRD(3) TO ROWS-CHANGED-COUNT
           END-IF.

           MOVE 'OWNER ASSIGN FROM SUPPLIER/CAMPAIGN'
               TO PRV-ACTION-DESC.
           MOVE SPACES TO PRV-KEY-VALUE.
           MOVE ROWS-CHANGED-COUNT TO PRV-ROW-COUNT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           MOVE ROWS-CHANGED-COUNT TO ROWS-DISP.
           DISPLAY 'Individuals given the unit of their supplier or '
                   'campaign: ' FUNCTION TRIM(ROWS-DISP).
       3600-ASSIGN-DEFAULT-OWNED-END.
      ******************************************************************
       3700-LIST-UNITS.
           DISPLAY 'Business units (individuals owned):'.

           EXEC SQL DECLARE UNTL_CUR CURSOR FOR
               SELECT u.unit_code, u.unit_name, u.default_flag,
                      (SELECT COUNT(*) FROM databank_store d
                        WHERE databank_unit(CAST(d.id AS VARCHAR))
                              = u.unit_code)
               FROM business_unit u
               ORDER BY u.unit_code
           END-EXEC.

           EXEC SQL OPEN UNTL_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH UNTL_CUR
                   INTO :LST-UNIT-CODE, :LST-UNIT-NAME,
                        :LST-DEFAULT-FLAG, :LST-OWNED-COUNT
               END-EXEC

               IF SQLCODE = 0 THEN
                   MOVE LST-OWNED-COUNT TO ROWS-DISP
                   DISPLAY '  ' LST-UNIT-CODE ' ' ROWS-DISP ' '
                           LST-DEFAULT-FLAG ' '
                           FUNCTION TRIM(LST-UNIT-NAME)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE UNTL_CUR END-EXEC.

           DISPLAY 'Entitlements (caller, unit, home, granted):'.

           EXEC SQL DECLARE ENTL_CUR CURSOR FOR
               SELECT caller_id, unit_code, home_flag,
                      COALESCE(granted_by, ''),
                      TO_CHAR(granted_at, 'YYYY-MM-DD')
               FROM unit_entitlement
               ORDER BY UPPER(caller_id), unit_code
           END-EXEC.

           EXEC SQL OPEN ENTL_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH ENTL_CUR
                   INTO :LST-CALLER-ID, :LST-ENT-UNIT,
                        :LST-HOME-FLAG, :LST-GRANTED-BY,
                        :LST-GRANTED-AT
               END-EXEC

               IF SQLCODE = 0 THEN
                   DISPLAY '  ' LST-CALLER-ID ' ' LST-ENT-UNIT ' '
                           LST-HOME-FLAG ' ' LST-GRANTED-BY ' '
                           LST-GRANTED-AT
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE ENTL_CUR END-EXEC.
       3700-LIST-UNITS-END.
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
      * may run it; OprChk logs the refusal of anyone else.
       1040-CHECK-OPERATOR-RIGHT.
           MOVE 'UnitMnt' TO OPR-PROGRAM-NAME.
           IF ACTION-PARM = 'LIST'
               MOVE 'READ' TO OPR-MODE-NEEDED
           ELSE
               MOVE 'EXECUTE' TO OPR-MODE-NEEDED
           END-IF.
           MOVE TARGET-KEY TO PRV-KEY-VALUE.
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
                   ('UnitMnt', :PRV-OPERATOR-ID, :PRV-TICKET-REF,
                    :PRV-ACTION-DESC, :PRV-KEY-VALUE,
                    :PRV-ROW-COUNT, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8945-RECORD-PRIV-ACTION-END.
      ******************************************************************
