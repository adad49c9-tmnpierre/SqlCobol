       IDENTIFICATION DIVISION.
       PROGRAM-ID. MntAppr.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGING-REPORT-FILE ASSIGN TO AGING-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE      PIC X(150).

       WORKING-STORAGE SECTION.
      * Second-operator decisions on the record changes DbMnt stages
      * for sensitive fields (dbmnt_field_policy). LIST shows what is
      * waiting with its before and after values, APPROVE and REJECT
      * decide one change, AGING writes the queue's age profile for
      * the desk supervisor. Nobody decides a change they proposed
      * themselves; approved changes reach databank with DbMnt APPLY.
      * Statuses: P pending, A approved, R rejected, D applied,
      * G record gone, S stale at apply.
       01  CMD-LINE-PARM          PIC X(80) VALUE SPACES.
       01  CMD-PTR                PIC 9(3) VALUE 1.
       01  ACTION-PARM            PIC X(10) VALUE SPACES.
           88  ACTION-IS-LIST     VALUE 'LIST'.
           88  ACTION-IS-AGING    VALUE 'AGING'.
           88  ACTION-IS-APPROVE  VALUE 'APPROVE'.
           88  ACTION-IS-REJECT   VALUE 'REJECT'.
       01  TARGET-PARM            PIC X(10) VALUE SPACES.
       01  TARGET-PARM-LEN        PIC 9(3) VALUE ZEROS.
       01  AGING-REPORT-FILENAME  PIC X(40) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  REPORT-LINE            PIC X(150) VALUE SPACES.
       01  DASH-LINE              PIC X(78) VALUE ALL '-'.
       01  CHANGE-ID-DISP         PIC 9(9).
       01  AGE-DAYS-DISP          PIC ZZZ9.
       01  BUCKET-DISP-1          PIC ZZZZZ9.
       01  BUCKET-DISP-2          PIC ZZZZZ9.
       01  BUCKET-DISP-3          PIC ZZZZZ9.
       01  BUCKET-DISP-4          PIC ZZZZZ9.
       01  CHANGES-LISTED-COUNT   PIC 9(6) VALUE ZEROS.
       01  STATUS-TEXT            PIC X(8) VALUE SPACES.

       01  CHANGE-EOF-SWITCH      PIC X VALUE 'N'.
           88  CHANGE-EOF         VALUE 'Y'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "PrivLog.cpy".
       COPY "OprVar.cpy".

       01  TARGET-CHANGE-ID       PIC S9(9) COMP-5 VALUE ZERO.
       01  NEW-STATUS-CODE        PIC X(1) VALUE SPACE.
       01  OVERDUE-DAYS-HOST      PIC S9(4) COMP-5 VALUE 7.

       01  SQL-CHANGE-ROW.
           05  CHG-ID             PIC S9(9) COMP-5.
           05  CHG-DATABANK-ID    PIC X(36).
           05  CHG-FIELD-NAME     PIC X(20).
           05  CHG-OLD-VALUE      PIC X(100).
           05  CHG-NEW-VALUE      PIC X(100).
           05  CHG-STATUS         PIC X(1).
           05  CHG-PROPOSED-BY    PIC X(10).
           05  CHG-PROPOSED-TICKET PIC X(20).
           05  CHG-PROPOSED-AT    PIC X(26).
           05  CHG-AGE-DAYS       PIC S9(9) COMP-5.

       01  SQL-AGING-COUNTS.
           05  AGE-PEND-0-1       PIC S9(9) COMP-5.
           05  AGE-PEND-2-7       PIC S9(9) COMP-5.
           05  AGE-PEND-8-30      PIC S9(9) COMP-5.
           05  AGE-PEND-OVER-30   PIC S9(9) COMP-5.
           05  AGE-APPR-0-1       PIC S9(9) COMP-5.
           05  AGE-APPR-2-7       PIC S9(9) COMP-5.
           05  AGE-APPR-8-30      PIC S9(9) COMP-5.
           05  AGE-APPR-OVER-30   PIC S9(9) COMP-5.

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
               WHEN ACTION-IS-LIST
                   PERFORM 3001-LIST-PENDING-CHANGES
                       THRU 3001-LIST-PENDING-CHANGES-END
               WHEN ACTION-IS-APPROVE
                   MOVE 'A' TO NEW-STATUS-CODE
                   PERFORM 3100-DECIDE-CHANGE
                       THRU 3100-DECIDE-CHANGE-END
               WHEN ACTION-IS-REJECT
                   MOVE 'R' TO NEW-STATUS-CODE
                   PERFORM 3100-DECIDE-CHANGE
                       THRU 3100-DECIDE-CHANGE-END
               WHEN ACTION-IS-AGING
                   PERFORM 3200-WRITE-AGING-REPORT
                       THRU 3200-WRITE-AGING-REPORT-END
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
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO TARGET-PARM
               POINTER CMD-PTR
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ACTION-PARM) TO ACTION-PARM.

           IF ACTION-IS-LIST OR ACTION-IS-AGING
               GO TO 1100-GET-PARMS-END
           END-IF.

           IF NOT ACTION-IS-APPROVE AND NOT ACTION-IS-REJECT
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           MOVE ZERO TO TARGET-CHANGE-ID.
           IF TARGET-PARM NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(TARGET-PARM))
                   TO TARGET-PARM-LEN
               IF TARGET-PARM(1:TARGET-PARM-LEN) IS NUMERIC
                   MOVE FUNCTION NUMVAL(TARGET-PARM)
                       TO TARGET-CHANGE-ID
               END-IF
           END-IF.

           IF TARGET-CHANGE-ID = ZERO
               DISPLAY 'Give the number of the change to decide.'
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.
       1100-GET-PARMS-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: MntAppr <operator-id> <ticket-ref> LIST'.
           DISPLAY '       MntAppr <operator-id> <ticket-ref> AGING'.
           DISPLAY '       MntAppr <operator-id> <ticket-ref> '
                   'APPROVE <change-id>'.
           DISPLAY '       MntAppr <operator-id> <ticket-ref> '
                   'REJECT <change-id>'.
           DISPLAY 'Statuses: P pending, A approved, R rejected, '
                   'D applied, G record gone, S stale at apply.'.
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

           MOVE 'MntAppr' TO ERR-PROGRAM-NAME.
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
      * Both queues a supervisor has to watch are listed: changes
      * waiting for a decision, and approved ones DbMnt APPLY has not
      * yet taken.
       3001-LIST-PENDING-CHANGES.
           DISPLAY 'Staged record changes awaiting a decision or '
                   'the apply run:'.
           DISPLAY DASH-LINE.

           EXEC SQL DECLARE MNTP_CUR CURSOR FOR
               SELECT id, databank_id, field_name,
                      COALESCE(old_value, ''), COALESCE(new_value, ''),
                      status, COALESCE(proposed_by, ''),
                      COALESCE(proposed_ticket, ''),
                      CAST(proposed_at AS VARCHAR),
                      CURRENT_DATE - CAST(proposed_at AS DATE)
               FROM pending_maint_changes
               WHERE status IN ('P', 'A')
               ORDER BY status DESC, id
           END-EXEC.

           EXEC SQL OPEN MNTP_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'N' TO CHANGE-EOF-SWITCH.
           PERFORM WITH TEST BEFORE UNTIL CHANGE-EOF
               EXEC SQL
                   FETCH MNTP_CUR
                   INTO :CHG-ID, :CHG-DATABANK-ID, :CHG-FIELD-NAME,
                        :CHG-OLD-VALUE, :CHG-NEW-VALUE, :CHG-STATUS,
                        :CHG-PROPOSED-BY, :CHG-PROPOSED-TICKET,
                        :CHG-PROPOSED-AT, :CHG-AGE-DAYS
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO CHANGES-LISTED-COUNT
                       PERFORM 3050-SHOW-ONE-CHANGE
                           THRU 3050-SHOW-ONE-CHANGE-END
                   WHEN +100
                       SET CHANGE-EOF TO TRUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE MNTP_CUR END-EXEC.

           DISPLAY DASH-LINE.
           DISPLAY 'Open changes: ' CHANGES-LISTED-COUNT.
       3001-LIST-PENDING-CHANGES-END.
      ******************************************************************
       3050-SHOW-ONE-CHANGE.
           IF CHG-STATUS = 'A'
               MOVE 'APPROVED' TO STATUS-TEXT
           ELSE
               MOVE 'PENDING' TO STATUS-TEXT
           END-IF.
           MOVE CHG-ID TO CHANGE-ID-DISP.
           MOVE CHG-AGE-DAYS TO AGE-DAYS-DISP.

           DISPLAY CHANGE-ID-DISP ' ' STATUS-TEXT ' ' CHG-DATABANK-ID
                   ' ' FUNCTION TRIM(CHG-FIELD-NAME).
           DISPLAY '          before: ' FUNCTION TRIM(CHG-OLD-VALUE).
           DISPLAY '          after:  ' FUNCTION TRIM(CHG-NEW-VALUE).
           DISPLAY '          proposed by '
                   FUNCTION TRIM(CHG-PROPOSED-BY) ' ('
                   FUNCTION TRIM(CHG-PROPOSED-TICKET) ') '
                   CHG-PROPOSED-AT(1:16) ', ' AGE-DAYS-DISP
                   ' day(s) old'.
       3050-SHOW-ONE-CHANGE-END.
      ******************************************************************
      * The second operator must be a different person from the one
      * who proposed the change - that is the whole point of staging
      * it - and only a change still pending can be decided.
       3100-DECIDE-CHANGE.
           MOVE TARGET-CHANGE-ID TO CHANGE-ID-DISP.

           EXEC SQL
               SELECT databank_id, field_name,
                      COALESCE(old_value, ''), COALESCE(new_value, ''),
                      status, UPPER(COALESCE(proposed_by, ''))
               INTO :CHG-DATABANK-ID, :CHG-FIELD-NAME,
                    :CHG-OLD-VALUE, :CHG-NEW-VALUE, :CHG-STATUS,
                    :CHG-PROPOSED-BY
               FROM pending_maint_changes
               WHERE id = :TARGET-CHANGE-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   DISPLAY 'No staged change ' CHANGE-ID-DISP '.'
                   MOVE 8 TO RETURN-CODE
                   GO TO 3100-DECIDE-CHANGE-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           IF CHG-STATUS NOT = 'P'
               DISPLAY 'Change ' CHANGE-ID-DISP ' has status '
                       CHG-STATUS ' - only a pending change can be '
                       'decided.'
               MOVE 8 TO RETURN-CODE
               GO TO 3100-DECIDE-CHANGE-END
           END-IF.

           IF CHG-PROPOSED-BY = PRV-OPERATOR-ID
               DISPLAY 'Change ' CHANGE-ID-DISP ' was proposed by '
                       FUNCTION TRIM(PRV-OPERATOR-ID)
                       ' - a second operator has to decide it.'
               MOVE SPACES TO PRV-ACTION-DESC
               STRING 'OWN CHANGE REFUSED ' DELIMITED BY SIZE
                      CHANGE-ID-DISP DELIMITED BY SIZE
                      INTO PRV-ACTION-DESC
               MOVE CHG-DATABANK-ID TO PRV-KEY-VALUE
               MOVE 0 TO PRV-ROW-COUNT
               PERFORM 8945-RECORD-PRIV-ACTION
                   THRU 8945-RECORD-PRIV-ACTION-END
               MOVE 8 TO RETURN-CODE
               GO TO 3100-DECIDE-CHANGE-END
           END-IF.

           EXEC SQL
               UPDATE pending_maint_changes
               SET status = :NEW-STATUS-CODE,
                   decided_by = TRIM(:PRV-OPERATOR-ID),
                   decided_ticket = TRIM(:PRV-TICKET-REF),
                   decided_at = CURRENT_TIMESTAMP
               WHERE id = :TARGET-CHANGE-ID
                 AND status = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO PRV-ACTION-DESC.
           IF NEW-STATUS-CODE = 'A'
               STRING 'APPROVED ' DELIMITED BY SIZE
                      CHANGE-ID-DISP DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(CHG-FIELD-NAME) DELIMITED BY SIZE
                      INTO PRV-ACTION-DESC
           ELSE
               STRING 'REJECTED ' DELIMITED BY SIZE
                      CHANGE-ID-DISP DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(CHG-FIELD-NAME) DELIMITED BY SIZE
                      INTO PRV-ACTION-DESC
           END-IF.
           MOVE CHG-DATABANK-ID TO PRV-KEY-VALUE.
           MOVE 1 TO PRV-ROW-COUNT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           DISPLAY FUNCTION TRIM(PRV-ACTION-DESC) ' for id '
                   CHG-DATABANK-ID.
           DISPLAY '  Before: ' FUNCTION TRIM(CHG-OLD-VALUE).
           DISPLAY '  After:  ' FUNCTION TRIM(CHG-NEW-VALUE).
           IF NEW-STATUS-CODE = 'A'
               DISPLAY 'It reaches databank with the next DbMnt APPLY.'
           END-IF.
       3100-DECIDE-CHANGE-END.
      ******************************************************************
      * Age profile of the open queue, by calendar days since the
      * proposal, followed by every change older than a week - those
      * are the ones the supervisor chases.
       3200-WRITE-AGING-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           STRING 'MNTAGE_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO AGING-REPORT-FILENAME.

           EXEC SQL
               SELECT
                 COUNT(*) FILTER (WHERE status = 'P'
                   AND CURRENT_DATE - CAST(proposed_at AS DATE) <= 1),
                 COUNT(*) FILTER (WHERE status = 'P'
                   AND CURRENT_DATE - CAST(proposed_at AS DATE)
                       BETWEEN 2 AND 7),
                 COUNT(*) FILTER (WHERE status = 'P'
                   AND CURRENT_DATE - CAST(proposed_at AS DATE)
                       BETWEEN 8 AND 30),
                 COUNT(*) FILTER (WHERE status = 'P'
                   AND CURRENT_DATE - CAST(proposed_at AS DATE) > 30),
                 COUNT(*) FILTER (WHERE status = 'A'
                   AND CURRENT_DATE - CAST(proposed_at AS DATE) <= 1),
                 COUNT(*) FILTER (WHERE status = 'A'
                   AND CURRENT_DATE - CAST(proposed_at AS DATE)
                       BETWEEN 2 AND 7),
                 COUNT(*) FILTER (WHERE status = 'A'
                   AND CURRENT_DATE - CAST(proposed_at AS DATE)
                       BETWEEN 8 AND 30),
                 COUNT(*) FILTER (WHERE status = 'A'
                   AND CURRENT_DATE - CAST(proposed_at AS DATE) > 30)
               INTO :AGE-PEND-0-1, :AGE-PEND-2-7, :AGE-PEND-8-30,
                    :AGE-PEND-OVER-30, :AGE-APPR-0-1, :AGE-APPR-2-7,
                    :AGE-APPR-8-30, :AGE-APPR-OVER-30
               FROM pending_maint_changes
               WHERE status IN ('P', 'A')
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           OPEN OUTPUT AGING-REPORT-FILE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'DbMnt staged changes - aging on ' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE AGING-REPORT-LINE FROM REPORT-LINE.

           MOVE DASH-LINE TO REPORT-LINE.
           WRITE AGING-REPORT-LINE FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Days open            ' DELIMITED BY SIZE
                  '     0-1     2-7    8-30     >30' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE AGING-REPORT-LINE FROM REPORT-LINE.

           MOVE AGE-PEND-0-1 TO BUCKET-DISP-1.
           MOVE AGE-PEND-2-7 TO BUCKET-DISP-2.
           MOVE AGE-PEND-8-30 TO BUCKET-DISP-3.
           MOVE AGE-PEND-OVER-30 TO BUCKET-DISP-4.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Awaiting decision    ' DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BUCKET-DISP-1 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BUCKET-DISP-2 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BUCKET-DISP-3 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BUCKET-DISP-4 DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE AGING-REPORT-LINE FROM REPORT-LINE.

           MOVE AGE-APPR-0-1 TO BUCKET-DISP-1.
           MOVE AGE-APPR-2-7 TO BUCKET-DISP-2.
           MOVE AGE-APPR-8-30 TO BUCKET-DISP-3.
           MOVE AGE-APPR-OVER-30 TO BUCKET-DISP-4.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Approved, not applied' DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BUCKET-DISP-1 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BUCKET-DISP-2 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BUCKET-DISP-3 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BUCKET-DISP-4 DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE AGING-REPORT-LINE FROM REPORT-LINE.

           MOVE DASH-LINE TO REPORT-LINE.
           WRITE AGING-REPORT-LINE FROM REPORT-LINE.
           MOVE 'Open for more than 7 days:' TO REPORT-LINE.
           WRITE AGING-REPORT-LINE FROM REPORT-LINE.

           PERFORM 3250-LIST-OVERDUE-CHANGES
               THRU 3250-LIST-OVERDUE-CHANGES-END.

           MOVE DASH-LINE TO REPORT-LINE.
           WRITE AGING-REPORT-LINE FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Changes open more than 7 days: ' DELIMITED BY SIZE
                  CHANGES-LISTED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE AGING-REPORT-LINE FROM REPORT-LINE.

           CLOSE AGING-REPORT-FILE.

           DISPLAY 'Aging report written to '
                   FUNCTION TRIM(AGING-REPORT-FILENAME).
       3200-WRITE-AGING-REPORT-END.
      ******************************************************************
       3250-LIST-OVERDUE-CHANGES.
           EXEC SQL DECLARE MNTO_CUR CURSOR FOR
               SELECT id, databank_id, field_name,
                      COALESCE(old_value, ''), COALESCE(new_value, ''),
                      status, COALESCE(proposed_by, ''),
                      COALESCE(proposed_ticket, ''),
                      CAST(proposed_at AS VARCHAR),
                      CURRENT_DATE - CAST(proposed_at AS DATE)
               FROM pending_maint_changes
               WHERE status IN ('P', 'A')
                 AND CURRENT_DATE - CAST(proposed_at AS DATE)
                     > :OVERDUE-DAYS-HOST
               ORDER BY proposed_at, id
           END-EXEC.

           EXEC SQL OPEN MNTO_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE ZEROS TO CHANGES-LISTED-COUNT.
           MOVE 'N' TO CHANGE-EOF-SWITCH.
           PERFORM WITH TEST BEFORE UNTIL CHANGE-EOF
               EXEC SQL
                   FETCH MNTO_CUR
                   INTO :CHG-ID, :CHG-DATABANK-ID, :CHG-FIELD-NAME,
                        :CHG-OLD-VALUE, :CHG-NEW-VALUE, :CHG-STATUS,
                        :CHG-PROPOSED-BY, :CHG-PROPOSED-TICKET,
                        :CHG-PROPOSED-AT, :CHG-AGE-DAYS
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO CHANGES-LISTED-COUNT
                       PERFORM 3300-WRITE-OVERDUE-LINE
                           THRU 3300-WRITE-OVERDUE-LINE-END
                   WHEN +100
                       SET CHANGE-EOF TO TRUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE MNTO_CUR END-EXEC.
       3250-LIST-OVERDUE-CHANGES-END.
      ******************************************************************
       3300-WRITE-OVERDUE-LINE.
           MOVE CHG-ID TO CHANGE-ID-DISP.
           MOVE CHG-AGE-DAYS TO AGE-DAYS-DISP.

           MOVE SPACES TO REPORT-LINE.
           STRING CHANGE-ID-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CHG-STATUS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AGE-DAYS-DISP DELIMITED BY SIZE
                  'd ' DELIMITED BY SIZE
                  CHG-DATABANK-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(CHG-FIELD-NAME) DELIMITED BY SIZE
                  ' by ' DELIMITED BY SIZE
                  FUNCTION TRIM(CHG-PROPOSED-BY) DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  FUNCTION TRIM(CHG-PROPOSED-TICKET) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE AGING-REPORT-LINE FROM REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING '           ' DELIMITED BY SIZE
                  FUNCTION TRIM(CHG-OLD-VALUE) DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  FUNCTION TRIM(CHG-NEW-VALUE) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE AGING-REPORT-LINE FROM REPORT-LINE.
       3300-WRITE-OVERDUE-LINE-END.
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
      * may run it; OprChk logs the refusal of anyone else. Looking
      * at the queue needs READ, deciding a change needs EXECUTE.
       1040-CHECK-OPERATOR-RIGHT.
           MOVE 'MntAppr' TO OPR-PROGRAM-NAME.
           IF ACTION-IS-LIST OR ACTION-IS-AGING
               MOVE 'READ' TO OPR-MODE-NEEDED
           ELSE
               MOVE 'EXECUTE' TO OPR-MODE-NEEDED
           END-IF.
           MOVE TARGET-PARM TO PRV-KEY-VALUE.
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
                   ('MntAppr', :PRV-OPERATOR-ID, :PRV-TICKET-REF,
                    :PRV-ACTION-DESC, :PRV-KEY-VALUE,
                    :PRV-ROW-COUNT, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8945-RECORD-PRIV-ACTION-END.
      ******************************************************************
