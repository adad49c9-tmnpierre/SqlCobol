       IDENTIFICATION DIVISION.
       PROGRAM-ID. GrdMnt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  CMD-LINE-PARM          PIC X(120) VALUE SPACES.
       01  CMD-PTR                PIC 9(3) VALUE 1.
       01  ACTION-PARM            PIC X(10) VALUE SPACES.
       01  PARM-2                 PIC X(36) VALUE SPACES.
       01  PARM-3                 PIC X(36) VALUE SPACES.
       01  PARM-4                 PIC X(20) VALUE SPACES.
       01  ADULT-AGE              PIC S9(4) COMP-5 VALUE 18.

       COPY "RetryCfg.cpy".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".

       01  TARGET-ID              PIC X(36) VALUE SPACES.
       01  MINOR-ID               PIC X(36) VALUE SPACES.
       01  GUARDIAN-ID            PIC X(36) VALUE SPACES.
       01  RELATIONSHIP-CODE      PIC X(20) VALUE SPACES.
       01  CLOSE-REASON           PIC X(60) VALUE SPACES.
       01  CUR-LAST-NAME          PIC X(50) VALUE SPACES.
       01  CUR-FIRST-NAME         PIC X(50) VALUE SPACES.
       01  CUR-STATUS             PIC X(1) VALUE SPACE.
       01  CUR-EFF-AGE            PIC S9(4) COMP-5 VALUE ZERO.
       01  MINOR-LAST-NAME        PIC X(50) VALUE SPACES.
       01  GUARDIAN-LAST-NAME     PIC X(50) VALUE SPACES.
       01  OPEN-GUARDIAN-ID       PIC X(36) VALUE SPACES.
       01  ROW-EXISTS-COUNT       PIC S9(4) COMP-5 VALUE ZERO.
       01  LST-ROLE               PIC X(8) VALUE SPACES.
       01  LST-OTHER-ID           PIC X(36) VALUE SPACES.
       01  LST-LAST-NAME          PIC X(50) VALUE SPACES.
       01  LST-FIRST-NAME         PIC X(50) VALUE SPACES.
       01  LST-RELATIONSHIP       PIC X(20) VALUE SPACES.
       01  LST-LINKED-AT          PIC X(10) VALUE SPACES.
       01  LST-CLOSED-AT          PIC X(10) VALUE SPACES.
       01  LST-CLOSE-REASON       PIC X(60) VALUE SPACES.

       EXEC SQL END DECLARE SECTION END-EXEC.

       01  EFF-AGE-DISP           PIC -ZZ9.

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

           EVALUATE ACTION-PARM
               WHEN 'LINK'
                   PERFORM 3100-LINK-GUARDIAN
                       THRU 3100-LINK-GUARDIAN-END
               WHEN 'CLOSE'
                   PERFORM 3200-CLOSE-LINK
                       THRU 3200-CLOSE-LINK-END
               WHEN 'LIST'
                   PERFORM 3500-LIST-LINKS
                       THRU 3500-LIST-LINKS-END
           END-EVALUATE.

       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           STOP RUN.
      ******************************************************************
      * A guardian link names the adult who speaks for a minor: whose
      * consent Consent accepts for them and to whom BelInfo and
      * MailSpl route their correspondence. A minor has at most one
      * open link; a change of guardian is a CLOSE followed by a new
      * LINK, so the closed row keeps the history.
       1100-GET-PARMS.
           ACCEPT CMD-LINE-PARM FROM COMMAND-LINE.

           MOVE 1 TO CMD-PTR.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO ACTION-PARM
               POINTER CMD-PTR
           END-UNSTRING.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO PARM-2
               POINTER CMD-PTR
           END-UNSTRING.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO PARM-3
               POINTER CMD-PTR
           END-UNSTRING.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO PARM-4
               POINTER CMD-PTR
           END-UNSTRING.

           MOVE FUNCTION UPPER-CASE(ACTION-PARM) TO ACTION-PARM.

           EVALUATE ACTION-PARM
               WHEN 'LINK'
                   IF PARM-2 = SPACES OR PARM-3 = SPACES
                       PERFORM 1150-SHOW-USAGE
                           THRU 1150-SHOW-USAGE-END
                   END-IF
                   MOVE PARM-2 TO MINOR-ID
                   MOVE PARM-3 TO GUARDIAN-ID
                   IF PARM-4 = SPACES
                       MOVE 'GUARDIAN' TO RELATIONSHIP-CODE
                   ELSE
                       MOVE FUNCTION UPPER-CASE(PARM-4)
                           TO RELATIONSHIP-CODE
                   END-IF
               WHEN 'CLOSE'
                   IF PARM-2 = SPACES
                       PERFORM 1150-SHOW-USAGE
                           THRU 1150-SHOW-USAGE-END
                   END-IF
                   MOVE PARM-2 TO MINOR-ID
                   IF PARM-3 = SPACES
                       MOVE 'closed by operator' TO CLOSE-REASON
                   ELSE
                       MOVE PARM-3 TO CLOSE-REASON
                   END-IF
               WHEN 'LIST'
                   IF PARM-2 = SPACES
                       PERFORM 1150-SHOW-USAGE
                           THRU 1150-SHOW-USAGE-END
                   END-IF
                   MOVE PARM-2 TO TARGET-ID
               WHEN OTHER
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
           END-EVALUATE.
       1100-GET-PARMS-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: GrdMnt LINK <minor-databank-id> '
                   '<guardian-databank-id> [PARENT|GUARDIAN]'.
           DISPLAY '       GrdMnt CLOSE <minor-databank-id> [reason]'.
           DISPLAY '       GrdMnt LIST <databank-id>'.
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

           MOVE 'GrdMnt' TO ERR-PROGRAM-NAME.
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
      * Age is the one the statistics use: derived from birth_date
      * where we hold it, the stored age otherwise, -1 when neither
      * is on file.
       2100-READ-DATABANK-ROW.
           EXEC SQL
               SELECT COALESCE(last_name, ''),
                      COALESCE(first_name, ''),
                      COALESCE(status, 'A'),
                      COALESCE(CAST(EXTRACT(YEAR FROM
                          AGE(CURRENT_DATE, birth_date))
                          AS INTEGER), age, -1)
               INTO :CUR-LAST-NAME, :CUR-FIRST-NAME, :CUR-STATUS,
                    :CUR-EFF-AGE
               FROM databank
               WHERE id = :TARGET-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   DISPLAY 'No databank row with id: ' TARGET-ID
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           MOVE CUR-EFF-AGE TO EFF-AGE-DISP.
       2100-READ-DATABANK-ROW-END.
      ******************************************************************
       3100-LINK-GUARDIAN.
           IF MINOR-ID = GUARDIAN-ID
               DISPLAY 'An individual cannot be their own guardian '
                       '- refused.'
               MOVE 8 TO RETURN-CODE
               GO TO 3100-LINK-GUARDIAN-END
           END-IF.

           MOVE MINOR-ID TO TARGET-ID.
           PERFORM 2100-READ-DATABANK-ROW
               THRU 2100-READ-DATABANK-ROW-END.

           IF CUR-EFF-AGE < 0 OR CUR-EFF-AGE NOT < ADULT-AGE
               DISPLAY 'Id ' MINOR-ID ' is not a minor (age '
                       EFF-AGE-DISP ') - refused.'
               MOVE 8 TO RETURN-CODE
               GO TO 3100-LINK-GUARDIAN-END
           END-IF.
           MOVE CUR-LAST-NAME TO MINOR-LAST-NAME.

      *    The guardian must be an adult we can write to: an active
      *    record whose age is on file and at least eighteen.
           MOVE GUARDIAN-ID TO TARGET-ID.
           PERFORM 2100-READ-DATABANK-ROW
               THRU 2100-READ-DATABANK-ROW-END.

           IF CUR-EFF-AGE < ADULT-AGE
               DISPLAY 'Guardian ' GUARDIAN-ID ' is not an adult '
                       'record (age ' EFF-AGE-DISP ') - refused.'
               MOVE 8 TO RETURN-CODE
               GO TO 3100-LINK-GUARDIAN-END
           END-IF.

           IF CUR-STATUS NOT = 'A'
               DISPLAY 'Guardian ' GUARDIAN-ID ' is not an active '
                       'record (status ' CUR-STATUS ') - refused.'
               MOVE 8 TO RETURN-CODE
               GO TO 3100-LINK-GUARDIAN-END
           END-IF.
           MOVE CUR-LAST-NAME TO GUARDIAN-LAST-NAME.

           MOVE SPACES TO OPEN-GUARDIAN-ID.
           EXEC SQL
               SELECT guardian_id INTO :OPEN-GUARDIAN-ID
               FROM guardian_link
               WHERE minor_id = :MINOR-ID
                 AND closed_at IS NULL
           END-EXEC.

           IF SQLCODE = 0
               DISPLAY 'Id ' MINOR-ID ' already has guardian '
                       OPEN-GUARDIAN-ID ' - CLOSE that link first.'
               MOVE 8 TO RETURN-CODE
               GO TO 3100-LINK-GUARDIAN-END
           END-IF.

           IF SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO guardian_link
                   (minor_id, guardian_id, relationship, linked_by,
                    linked_at)
               VALUES
                   (:MINOR-ID, :GUARDIAN-ID, :RELATIONSHIP-CODE,
                    CURRENT_USER, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           DISPLAY FUNCTION TRIM(GUARDIAN-LAST-NAME) ' ('
                   GUARDIAN-ID ') linked as '
                   FUNCTION TRIM(RELATIONSHIP-CODE) ' of '
                   FUNCTION TRIM(MINOR-LAST-NAME) ' ('
                   MINOR-ID ').'.
       3100-LINK-GUARDIAN-END.
      ******************************************************************
      * Closing keeps the row: who linked the guardian, when, and why
      * the link ended stay on file for the consent history.
       3200-CLOSE-LINK.
           MOVE SPACES TO OPEN-GUARDIAN-ID.
           EXEC SQL
               SELECT guardian_id INTO :OPEN-GUARDIAN-ID
               FROM guardian_link
               WHERE minor_id = :MINOR-ID
                 AND closed_at IS NULL
           END-EXEC.

           IF SQLCODE = +100
               DISPLAY 'Id ' MINOR-ID ' has no open guardian link.'
               GO TO 3200-CLOSE-LINK-END
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE guardian_link
               SET closed_by = CURRENT_USER,
                   closed_at = CURRENT_TIMESTAMP,
                   close_reason = :CLOSE-REASON
               WHERE minor_id = :MINOR-ID
                 AND closed_at IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           DISPLAY 'Guardian link of ' MINOR-ID ' to '
                   OPEN-GUARDIAN-ID ' closed: '
                   FUNCTION TRIM(CLOSE-REASON) '.'.
       3200-CLOSE-LINK-END.
      ******************************************************************
       3500-LIST-LINKS.
           DISPLAY 'Guardian links for id ' TARGET-ID ':'.

           EXEC SQL DECLARE GRD_CUR CURSOR FOR
               SELECT CASE WHEN gl.minor_id = :TARGET-ID
                           THEN 'GUARDIAN' ELSE 'MINOR' END,
                      CASE WHEN gl.minor_id = :TARGET-ID
                           THEN gl.guardian_id
                           ELSE gl.minor_id END,
                      COALESCE(d.last_name, ''),
                      COALESCE(d.first_name, ''),
                      COALESCE(gl.relationship, ''),
                      TO_CHAR(gl.linked_at, 'YYYY-MM-DD'),
                      COALESCE(TO_CHAR(gl.closed_at, 'YYYY-MM-DD'),
                               'open'),
                      COALESCE(gl.close_reason, '')
               FROM guardian_link gl
               LEFT JOIN databank d
                      ON d.id = CASE WHEN gl.minor_id = :TARGET-ID
                                     THEN gl.guardian_id
                                     ELSE gl.minor_id END
               WHERE gl.minor_id = :TARGET-ID
                  OR gl.guardian_id = :TARGET-ID
               ORDER BY gl.linked_at
           END-EXEC.

           EXEC SQL OPEN GRD_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH GRD_CUR
                   INTO :LST-ROLE, :LST-OTHER-ID, :LST-LAST-NAME,
                        :LST-FIRST-NAME, :LST-RELATIONSHIP,
                        :LST-LINKED-AT, :LST-CLOSED-AT,
                        :LST-CLOSE-REASON
               END-EXEC

               IF SQLCODE = 0 THEN
                   DISPLAY '  ' LST-ROLE ' ' LST-OTHER-ID ' '
                           FUNCTION TRIM(LST-LAST-NAME) ' '
                           FUNCTION TRIM(LST-FIRST-NAME) ' '
                           FUNCTION TRIM(LST-RELATIONSHIP)
                           ' linked ' LST-LINKED-AT
                           ' closed ' LST-CLOSED-AT ' '
                           FUNCTION TRIM(LST-CLOSE-REASON)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE GRD_CUR END-EXEC.
       3500-LIST-LINKS-END.
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
