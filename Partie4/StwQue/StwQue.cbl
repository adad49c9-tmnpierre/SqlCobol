       IDENTIFICATION DIVISION.
       PROGRAM-ID. StwQue.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STW-REPORT-FILE ASSIGN TO STW-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STW-REPORT-FILE.
       01  STW-REPORT-LINE        PIC X(150).

       WORKING-STORAGE SECTION.
      * The data-steward work queue. DataQual, CodeChk, IsoChk,
      * EmailChk and UnkCode raise one steward_work_item per
      * individual and rule and close it themselves once a later run
      * no longer finds the problem; this program is the stewards'
      * side of it.
      *   WORKLIST [steward] - the open and in-progress items, per
      *       steward, oldest first (the default).
      *   BACKLOG - items per rule and status, the oldest open item,
      *       and how many were reopened after being closed; then the
      *       load per steward and the assignment table.
      *   SET <steward> <item> OPEN|IN-PROGRESS|FIXED|ACCEPTED - the
      *       steward's own status change. ACCEPTED means the finding
      *       stands as is and the checkers leave it alone.
      *   REASSIGN <item> <steward> - hands one item over.
      *   ASSIGN SUPPLIER|COUNTRY|DEFAULT <value> <steward> - sets
      *       an assignment (DEFAULT takes no value); open items still
      *       unassigned are routed by it straight away.
       01  STW-REPORT-FILENAME    PIC X(40) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  CMD-LINE-PARM          PIC X(100) VALUE SPACES.
       01  ACTION-PARM            PIC X(10) VALUE SPACES.
       01  PARM-2                 PIC X(50) VALUE SPACES.
       01  PARM-3                 PIC X(50) VALUE SPACES.
       01  PARM-4                 PIC X(50) VALUE SPACES.
       01  ITEM-PARM              PIC X(50) VALUE SPACES.

       01  REPORT-LINE            PIC X(150) VALUE SPACES.
       01  DASH-LINE              PIC X(120) VALUE ALL '-'.
       01  PREV-STEWARD           PIC X(10) VALUE SPACES.
       01  ITEMS-LISTED-COUNT     PIC 9(6) VALUE ZEROS.
       01  COUNT-DISP             PIC Z(6)9.
       01  ITEM-ID-DISP           PIC Z(8)9.

       01  BACKLOG-TOTALS.
           05  TOT-OPEN           PIC 9(7) VALUE ZEROS.
           05  TOT-IN-PROGRESS    PIC 9(7) VALUE ZEROS.
           05  TOT-FIXED          PIC 9(7) VALUE ZEROS.
           05  TOT-ACCEPTED       PIC 9(7) VALUE ZEROS.
           05  TOT-REOPENED       PIC 9(7) VALUE ZEROS.
           05  TOT-REOPEN-EVENTS  PIC 9(7) VALUE ZEROS.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".

       01  STEWARD-ID             PIC X(10) VALUE SPACES.
       01  NEW-STATUS             PIC X(12) VALUE SPACES.
       01  OLD-STATUS             PIC X(12) VALUE SPACES.
       01  ITEM-ID                PIC S9(9) COMP-5 VALUE ZERO.
       01  ROW-EXISTS-COUNT       PIC S9(9) COMP-5 VALUE ZERO.
       01  MATCH-TYPE             PIC X(10) VALUE SPACES.
       01  MATCH-VALUE            PIC X(50) VALUE SPACES.
       01  ROUTED-COUNT           PIC S9(9) COMP-5 VALUE ZERO.

       01  SQL-ITEM-ROW.
           05  WRK-STEWARD        PIC X(10).
           05  WRK-ITEM-ID        PIC S9(9) COMP-5.
           05  WRK-RULE           PIC X(20).
           05  WRK-DATABANK-ID    PIC X(36).
           05  WRK-NAME           PIC X(40).
           05  WRK-COUNTRY        PIC X(10).
           05  WRK-STATUS         PIC X(12).
           05  WRK-FIRST-SEEN     PIC X(10).
           05  WRK-DAYS-OPEN      PIC S9(9) COMP-5.
           05  WRK-REOPENS        PIC S9(9) COMP-5.

       01  SQL-BACKLOG-ROW.
           05  BKL-RULE           PIC X(20).
           05  BKL-OPEN           PIC S9(9) COMP-5.
           05  BKL-IN-PROGRESS    PIC S9(9) COMP-5.
           05  BKL-FIXED          PIC S9(9) COMP-5.
           05  BKL-ACCEPTED       PIC S9(9) COMP-5.
           05  BKL-OLDEST-OPEN    PIC X(10).
           05  BKL-REOPENED       PIC S9(9) COMP-5.
           05  BKL-REOPEN-EVENTS  PIC S9(9) COMP-5.

       01  SQL-ASSIGN-ROW.
           05  ASG-TYPE           PIC X(10).
           05  ASG-VALUE          PIC X(50).
           05  ASG-STEWARD        PIC X(10).
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

           EVALUATE ACTION-PARM
               WHEN 'WORKLIST'
                   PERFORM 3001-WRITE-WORKLIST
                       THRU 3001-WRITE-WORKLIST-END
               WHEN 'BACKLOG'
                   PERFORM 3501-WRITE-BACKLOG
                       THRU 3501-WRITE-BACKLOG-END
               WHEN 'SET'
                   PERFORM 2001-SET-ITEM-STATUS
                       THRU 2001-SET-ITEM-STATUS-END
               WHEN 'REASSIGN'
                   PERFORM 2101-REASSIGN-ITEM
                       THRU 2101-REASSIGN-ITEM-END
               WHEN 'ASSIGN'
                   PERFORM 2201-SET-ASSIGNMENT
                       THRU 2201-SET-ASSIGNMENT-END
           END-EVALUATE.

       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           STOP RUN.
      ******************************************************************
       1100-GET-PARMS.
           ACCEPT CMD-LINE-PARM FROM COMMAND-LINE.

           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO ACTION-PARM PARM-2 PARM-3 PARM-4
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ACTION-PARM) TO ACTION-PARM.

           IF ACTION-PARM = SPACES
               MOVE 'WORKLIST' TO ACTION-PARM
           END-IF.

           EVALUATE ACTION-PARM
               WHEN 'WORKLIST'
                   MOVE FUNCTION UPPER-CASE(PARM-2) TO STEWARD-ID
               WHEN 'BACKLOG'
                   CONTINUE
               WHEN 'SET'
                   MOVE FUNCTION UPPER-CASE(PARM-2) TO STEWARD-ID
                   MOVE FUNCTION UPPER-CASE(PARM-4) TO NEW-STATUS
                   MOVE PARM-3 TO ITEM-PARM
                   PERFORM 1120-GET-ITEM-ID
                       THRU 1120-GET-ITEM-ID-END
                   IF STEWARD-ID = SPACES
                    OR (NEW-STATUS NOT = 'OPEN'
                        AND NEW-STATUS NOT = 'IN-PROGRESS'
                        AND NEW-STATUS NOT = 'FIXED'
                        AND NEW-STATUS NOT = 'ACCEPTED')
                       PERFORM 1150-SHOW-USAGE
                           THRU 1150-SHOW-USAGE-END
                   END-IF
               WHEN 'REASSIGN'
                   MOVE PARM-2 TO ITEM-PARM
                   PERFORM 1120-GET-ITEM-ID
                       THRU 1120-GET-ITEM-ID-END
                   MOVE FUNCTION UPPER-CASE(PARM-3) TO STEWARD-ID
                   IF STEWARD-ID = SPACES
                       PERFORM 1150-SHOW-USAGE
                           THRU 1150-SHOW-USAGE-END
                   END-IF
               WHEN 'ASSIGN'
                   MOVE FUNCTION UPPER-CASE(PARM-2) TO MATCH-TYPE
                   MOVE PARM-3 TO MATCH-VALUE
                   MOVE FUNCTION UPPER-CASE(PARM-4) TO STEWARD-ID
                   IF MATCH-TYPE = 'COUNTRY'
                       MOVE FUNCTION UPPER-CASE(PARM-3) TO MATCH-VALUE
                   END-IF
                   IF MATCH-TYPE = 'DEFAULT'
                       IF STEWARD-ID = SPACES
                           MOVE FUNCTION UPPER-CASE(PARM-3)
                               TO STEWARD-ID
                       END-IF
                       MOVE '*' TO MATCH-VALUE
                   END-IF
                   IF (MATCH-TYPE NOT = 'SUPPLIER'
                       AND MATCH-TYPE NOT = 'COUNTRY'
                       AND MATCH-TYPE NOT = 'DEFAULT')
                    OR MATCH-VALUE = SPACES
                    OR STEWARD-ID = SPACES
                       PERFORM 1150-SHOW-USAGE
                           THRU 1150-SHOW-USAGE-END
                   END-IF
               WHEN OTHER
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
           END-EVALUATE.
       1100-GET-PARMS-END.
      ******************************************************************
      * The item number is the third word of SET and the second of
      * REASSIGN; the caller moves it to ITEM-PARM.
       1120-GET-ITEM-ID.
           IF ITEM-PARM = SPACES
            OR FUNCTION TEST-NUMVAL(ITEM-PARM) NOT = 0
               DISPLAY 'The item number must be given.'
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.
           COMPUTE ITEM-ID = FUNCTION NUMVAL(ITEM-PARM).
       1120-GET-ITEM-ID-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: StwQue [WORKLIST [steward]]'.
           DISPLAY '       StwQue BACKLOG'.
           DISPLAY '       StwQue SET <steward> <item> '
                   'OPEN|IN-PROGRESS|FIXED|ACCEPTED'.
           DISPLAY '       StwQue REASSIGN <item> <steward>'.
           DISPLAY '       StwQue ASSIGN SUPPLIER|COUNTRY <value> '
                   '<steward>'.
           DISPLAY '       StwQue ASSIGN DEFAULT <steward>'.
           EXEC SQL DISCONNECT ALL END-EXEC.
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

           MOVE 'StwQue' TO ERR-PROGRAM-NAME.
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
      * A steward's own status change. Closing (FIXED or ACCEPTED)
      * stamps the close; putting a closed item back to OPEN counts as
      * a reopening, the same as a checker finding the problem again.
       2001-SET-ITEM-STATUS.
           MOVE SPACES TO OLD-STATUS.
           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(status), ' ')
               INTO :ROW-EXISTS-COUNT, :OLD-STATUS
               FROM steward_work_item
               WHERE item_id = :ITEM-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE ITEM-ID TO ITEM-ID-DISP.
           IF ROW-EXISTS-COUNT = 0
               DISPLAY 'No work item ' FUNCTION TRIM(ITEM-ID-DISP)
                       '.'
               MOVE 8 TO RETURN-CODE
               GO TO 2001-SET-ITEM-STATUS-END
           END-IF.

           IF OLD-STATUS = NEW-STATUS
               DISPLAY 'Work item ' FUNCTION TRIM(ITEM-ID-DISP)
                       ' is already ' FUNCTION TRIM(NEW-STATUS) '.'
               GO TO 2001-SET-ITEM-STATUS-END
           END-IF.

           EXEC SQL
               UPDATE steward_work_item
                  SET status = TRIM(:NEW-STATUS),
                      status_by = TRIM(:STEWARD-ID),
                      status_at = CURRENT_TIMESTAMP,
                      closed_at =
                          CASE WHEN TRIM(:NEW-STATUS)
                                    IN ('FIXED', 'ACCEPTED')
                               THEN CURRENT_TIMESTAMP
                               ELSE NULL END,
                      reopen_count = reopen_count +
                          CASE WHEN status IN ('FIXED', 'ACCEPTED')
                                AND TRIM(:NEW-STATUS)
                                    IN ('OPEN', 'IN-PROGRESS')
                               THEN 1 ELSE 0 END,
                      last_reopened_at =
                          CASE WHEN status IN ('FIXED', 'ACCEPTED')
                                AND TRIM(:NEW-STATUS)
                                    IN ('OPEN', 'IN-PROGRESS')
                               THEN CURRENT_TIMESTAMP
                               ELSE last_reopened_at END
               WHERE item_id = :ITEM-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           DISPLAY 'Work item ' FUNCTION TRIM(ITEM-ID-DISP) ' '
                   FUNCTION TRIM(OLD-STATUS) ' -> '
                   FUNCTION TRIM(NEW-STATUS) ' by '
                   FUNCTION TRIM(STEWARD-ID) '.'.
       2001-SET-ITEM-STATUS-END.
      ******************************************************************
       2101-REASSIGN-ITEM.
           EXEC SQL
               SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
               FROM steward_work_item
               WHERE item_id = :ITEM-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE ITEM-ID TO ITEM-ID-DISP.
           IF ROW-EXISTS-COUNT = 0
               DISPLAY 'No work item ' FUNCTION TRIM(ITEM-ID-DISP)
                       '.'
               MOVE 8 TO RETURN-CODE
               GO TO 2101-REASSIGN-ITEM-END
           END-IF.

           EXEC SQL
               UPDATE steward_work_item
                  SET steward_id = TRIM(:STEWARD-ID)
               WHERE item_id = :ITEM-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           DISPLAY 'Work item ' FUNCTION TRIM(ITEM-ID-DISP)
                   ' handed to ' FUNCTION TRIM(STEWARD-ID) '.'.
       2101-REASSIGN-ITEM-END.
      ******************************************************************
      * The assignment decides the steward when an item is raised -
      * supplier first, then country, then DEFAULT, as in StwItem.
      * Items already owned keep their steward; open items nobody
      * owned yet are routed by the new table at once.
       2201-SET-ASSIGNMENT.
           EXEC SQL
               INSERT INTO steward_assignment
                   (match_type, match_value, steward_id, assigned_at)
               VALUES
                   (TRIM(:MATCH-TYPE), TRIM(:MATCH-VALUE),
                    TRIM(:STEWARD-ID), CURRENT_TIMESTAMP)
               ON CONFLICT (match_type, match_value) DO UPDATE
                   SET steward_id = EXCLUDED.steward_id,
                       assigned_at = EXCLUDED.assigned_at
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE steward_work_item w
                  SET steward_id =
                      COALESCE(
                          (SELECT a.steward_id
                             FROM steward_assignment a
                             JOIN load_batch lb
                               ON a.match_value = lb.supplier_id
                             JOIN databank d
                               ON d.load_batch_id = lb.batch_id
                            WHERE a.match_type = 'SUPPLIER'
                              AND d.id = w.databank_id
                            LIMIT 1),
                          (SELECT a.steward_id
                             FROM steward_assignment a
                             JOIN databank d
                               ON a.match_value =
                                  UPPER(TRIM(d.country_code))
                            WHERE a.match_type = 'COUNTRY'
                              AND d.id = w.databank_id
                            LIMIT 1),
                          (SELECT a.steward_id
                             FROM steward_assignment a
                            WHERE a.match_type = 'DEFAULT'
                            LIMIT 1),
                          'UNASSIGNED')
               WHERE w.steward_id = 'UNASSIGNED'
                 AND w.status IN ('OPEN', 'IN-PROGRESS')
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :ROUTED-COUNT
               FROM steward_work_item
               WHERE steward_id = 'UNASSIGNED'
                 AND status IN ('OPEN', 'IN-PROGRESS')
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE ROUTED-COUNT TO COUNT-DISP.
           DISPLAY FUNCTION TRIM(MATCH-TYPE) ' '
                   FUNCTION TRIM(MATCH-VALUE) ' assigned to '
                   FUNCTION TRIM(STEWARD-ID) '; open items still '
                   'unassigned: ' FUNCTION TRIM(COUNT-DISP).
       2201-SET-ASSIGNMENT-END.
      ******************************************************************
       2900-OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           MOVE SPACES TO STW-REPORT-FILENAME.
           IF ACTION-PARM = 'WORKLIST'
               STRING 'STWLIST_' DELIMITED BY SIZE
                      WS-CURRENT-YEAR DELIMITED BY SIZE
                      WS-CURRENT-MONTH DELIMITED BY SIZE
                      WS-CURRENT-DAY DELIMITED BY SIZE
                      '.TXT' DELIMITED BY SIZE
                      INTO STW-REPORT-FILENAME
           ELSE
               STRING 'STWBACK_' DELIMITED BY SIZE
                      WS-CURRENT-YEAR DELIMITED BY SIZE
                      WS-CURRENT-MONTH DELIMITED BY SIZE
                      WS-CURRENT-DAY DELIMITED BY SIZE
                      '.TXT' DELIMITED BY SIZE
                      INTO STW-REPORT-FILENAME
           END-IF.

           OPEN OUTPUT STW-REPORT-FILE.
       2900-OPEN-REPORT-FILE-END.
      ******************************************************************
      * Everything still to do, per steward, oldest first - the
      * steward's working list for the day.
       3001-WRITE-WORKLIST.
           PERFORM 2900-OPEN-REPORT-FILE
               THRU 2900-OPEN-REPORT-FILE-END.

           MOVE SPACES TO REPORT-LINE.
           IF STEWARD-ID = SPACES
               MOVE 'Data-steward worklist - all stewards'
                   TO REPORT-LINE
           ELSE
               STRING 'Data-steward worklist - ' DELIMITED BY SIZE
                      FUNCTION TRIM(STEWARD-ID) DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF.
           WRITE STW-REPORT-LINE FROM REPORT-LINE.
           MOVE DASH-LINE TO REPORT-LINE.
           WRITE STW-REPORT-LINE FROM REPORT-LINE.

           MOVE SPACES TO PREV-STEWARD.

           EXEC SQL DECLARE WORK_CUR CURSOR FOR
               SELECT w.steward_id, w.item_id, w.rule_code,
                      w.databank_id,
                      COALESCE(TRIM(d.last_name) || ' ' ||
                               TRIM(d.first_name),
                               '(no longer on file)'),
                      COALESCE(d.country_code, ' '),
                      w.status, TO_CHAR(w.first_seen, 'YYYY-MM-DD'),
                      CURRENT_DATE - w.first_seen,
                      COALESCE(w.reopen_count, 0)
               FROM steward_work_item w
               LEFT JOIN databank d
                 ON d.id = w.databank_id
               WHERE w.status IN ('OPEN', 'IN-PROGRESS')
                 AND (TRIM(:STEWARD-ID) = ''
                      OR w.steward_id = TRIM(:STEWARD-ID))
               ORDER BY w.steward_id, w.first_seen, w.item_id
           END-EXEC.

           EXEC SQL OPEN WORK_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH WORK_CUR
                   INTO :WRK-STEWARD, :WRK-ITEM-ID, :WRK-RULE,
                        :WRK-DATABANK-ID, :WRK-NAME, :WRK-COUNTRY,
                        :WRK-STATUS, :WRK-FIRST-SEEN, :WRK-DAYS-OPEN,
                        :WRK-REOPENS
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO ITEMS-LISTED-COUNT
                       IF WRK-STEWARD NOT = PREV-STEWARD
                           PERFORM 3050-WRITE-STEWARD-HEADING
                               THRU 3050-WRITE-STEWARD-HEADING-END
                       END-IF
                       PERFORM 3100-WRITE-WORK-ITEM
                           THRU 3100-WRITE-WORK-ITEM-END
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE WORK_CUR END-EXEC.

           MOVE DASH-LINE TO REPORT-LINE.
           WRITE STW-REPORT-LINE FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Items to work: ' DELIMITED BY SIZE
                  ITEMS-LISTED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE STW-REPORT-LINE FROM REPORT-LINE.

           CLOSE STW-REPORT-FILE.
       3001-WRITE-WORKLIST-END.
      ******************************************************************
       3050-WRITE-STEWARD-HEADING.
           MOVE WRK-STEWARD TO PREV-STEWARD.
           MOVE SPACES TO REPORT-LINE.
           WRITE STW-REPORT-LINE FROM REPORT-LINE.
           STRING 'Steward ' DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-STEWARD) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE STW-REPORT-LINE FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '     Item  Rule                 Individual'
                      DELIMITED BY SIZE
                  '                            Name' DELIMITED BY SIZE
                  '                                     Country'
                      DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE STW-REPORT-LINE FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '           Status       First seen  Days  Reopened'
                      DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE STW-REPORT-LINE FROM REPORT-LINE.
       3050-WRITE-STEWARD-HEADING-END.
      ******************************************************************
       3100-WRITE-WORK-ITEM.
           MOVE SPACES TO REPORT-LINE.
           MOVE WRK-ITEM-ID TO ITEM-ID-DISP.
           MOVE ITEM-ID-DISP TO REPORT-LINE(1:9).
           MOVE WRK-RULE TO REPORT-LINE(12:20).
           MOVE WRK-DATABANK-ID TO REPORT-LINE(33:36).
           MOVE WRK-NAME TO REPORT-LINE(71:40).
           MOVE WRK-COUNTRY TO REPORT-LINE(112:10).
           WRITE STW-REPORT-LINE FROM REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WRK-STATUS TO REPORT-LINE(12:12).
           MOVE WRK-FIRST-SEEN TO REPORT-LINE(25:10).
           MOVE WRK-DAYS-OPEN TO COUNT-DISP.
           MOVE COUNT-DISP(3:5) TO REPORT-LINE(36:5).
           IF WRK-REOPENS > 0
               MOVE WRK-REOPENS TO COUNT-DISP
               MOVE COUNT-DISP(3:5) TO REPORT-LINE(44:5)
           END-IF.
           WRITE STW-REPORT-LINE FROM REPORT-LINE.
       3100-WRITE-WORK-ITEM-END.
      ******************************************************************
      * The size and age of the backlog per rule, and the reopenings:
      * an item reopened after being closed was not really fixed, or
      * the supplier keeps sending the same fault.
       3501-WRITE-BACKLOG.
           PERFORM 2900-OPEN-REPORT-FILE
               THRU 2900-OPEN-REPORT-FILE-END.

           MOVE 'Data-steward backlog by rule' TO REPORT-LINE.
           WRITE STW-REPORT-LINE FROM REPORT-LINE.
           MOVE DASH-LINE TO REPORT-LINE.
           WRITE STW-REPORT-LINE FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Rule                     Open  In prog    Fixed'
                      DELIMITED BY SIZE
                  ' Accepted  Oldest open  Reopened  Reopenings'
                      DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE STW-REPORT-LINE FROM REPORT-LINE.
           MOVE DASH-LINE TO REPORT-LINE.
           WRITE STW-REPORT-LINE FROM REPORT-LINE.

           EXEC SQL DECLARE BACKLOG_CUR CURSOR FOR
               SELECT rule_code,
                      COUNT(*) FILTER (WHERE status = 'OPEN'),
                      COUNT(*) FILTER (WHERE status = 'IN-PROGRESS'),
                      COUNT(*) FILTER (WHERE status = 'FIXED'),
                      COUNT(*) FILTER (WHERE status = 'ACCEPTED'),
                      COALESCE(TO_CHAR(MIN(first_seen) FILTER
                          (WHERE status IN ('OPEN', 'IN-PROGRESS')),
                          'YYYY-MM-DD'), '-'),
                      COUNT(*) FILTER (WHERE reopen_count > 0),
                      COALESCE(SUM(reopen_count), 0)
               FROM steward_work_item
               GROUP BY rule_code
               ORDER BY rule_code
           END-EXEC.

           EXEC SQL OPEN BACKLOG_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH BACKLOG_CUR
                   INTO :BKL-RULE, :BKL-OPEN, :BKL-IN-PROGRESS,
                        :BKL-FIXED, :BKL-ACCEPTED, :BKL-OLDEST-OPEN,
                        :BKL-REOPENED, :BKL-REOPEN-EVENTS
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       ADD BKL-OPEN TO TOT-OPEN
                       ADD BKL-IN-PROGRESS TO TOT-IN-PROGRESS
                       ADD BKL-FIXED TO TOT-FIXED
                       ADD BKL-ACCEPTED TO TOT-ACCEPTED
                       ADD BKL-REOPENED TO TOT-REOPENED
                       ADD BKL-REOPEN-EVENTS TO TOT-REOPEN-EVENTS
                       PERFORM 3550-WRITE-BACKLOG-LINE
                           THRU 3550-WRITE-BACKLOG-LINE-END
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE BACKLOG_CUR END-EXEC.

           MOVE DASH-LINE TO REPORT-LINE.
           WRITE STW-REPORT-LINE FROM REPORT-LINE.
           MOVE 'Total' TO BKL-RULE.
           MOVE TOT-OPEN TO BKL-OPEN.
           MOVE TOT-IN-PROGRESS TO BKL-IN-PROGRESS.
           MOVE TOT-FIXED TO BKL-FIXED.
           MOVE TOT-ACCEPTED TO BKL-ACCEPTED.
           MOVE SPACES TO BKL-OLDEST-OPEN.
           MOVE TOT-REOPENED TO BKL-REOPENED.
           MOVE TOT-REOPEN-EVENTS TO BKL-REOPEN-EVENTS.
           PERFORM 3550-WRITE-BACKLOG-LINE
               THRU 3550-WRITE-BACKLOG-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Items reopened after being closed: '
                      DELIMITED BY SIZE
                  TOT-REOPENED DELIMITED BY SIZE
                  '  (reopenings: ' DELIMITED BY SIZE
                  TOT-REOPEN-EVENTS DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE STW-REPORT-LINE FROM REPORT-LINE.

           PERFORM 3600-WRITE-STEWARD-LOAD
               THRU 3600-WRITE-STEWARD-LOAD-END.

           PERFORM 3700-WRITE-ASSIGNMENTS
               THRU 3700-WRITE-ASSIGNMENTS-END.

           CLOSE STW-REPORT-FILE.
       3501-WRITE-BACKLOG-END.
      ******************************************************************
       3550-WRITE-BACKLOG-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE BKL-RULE TO REPORT-LINE(1:20).
           MOVE BKL-OPEN TO COUNT-DISP.
           MOVE COUNT-DISP TO REPORT-LINE(22:7).
           MOVE BKL-IN-PROGRESS TO COUNT-DISP.
           MOVE COUNT-DISP TO REPORT-LINE(31:7).
           MOVE BKL-FIXED TO COUNT-DISP.
           MOVE COUNT-DISP TO REPORT-LINE(40:7).
           MOVE BKL-ACCEPTED TO COUNT-DISP.
           MOVE COUNT-DISP TO REPORT-LINE(49:7).
           MOVE BKL-OLDEST-OPEN TO REPORT-LINE(59:10).
           MOVE BKL-REOPENED TO COUNT-DISP.
           MOVE COUNT-DISP TO REPORT-LINE(71:7).
           MOVE BKL-REOPEN-EVENTS TO COUNT-DISP.
           MOVE COUNT-DISP TO REPORT-LINE(83:7).
           WRITE STW-REPORT-LINE FROM REPORT-LINE.
       3550-WRITE-BACKLOG-LINE-END.
      ******************************************************************
       3600-WRITE-STEWARD-LOAD.
           MOVE SPACES TO REPORT-LINE.
           WRITE STW-REPORT-LINE FROM REPORT-LINE.
           MOVE 'Open work per steward' TO REPORT-LINE.
           WRITE STW-REPORT-LINE FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Steward                  Open  In prog'
                      DELIMITED BY SIZE
                  '               Oldest open' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE STW-REPORT-LINE FROM REPORT-LINE.

           EXEC SQL DECLARE LOAD_CUR CURSOR FOR
               SELECT steward_id,
                      COUNT(*) FILTER (WHERE status = 'OPEN'),
                      COUNT(*) FILTER (WHERE status = 'IN-PROGRESS'),
                      0, 0,
                      TO_CHAR(MIN(first_seen), 'YYYY-MM-DD'), 0, 0
               FROM steward_work_item
               WHERE status IN ('OPEN', 'IN-PROGRESS')
               GROUP BY steward_id
               ORDER BY steward_id
           END-EXEC.

           EXEC SQL OPEN LOAD_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH LOAD_CUR
                   INTO :BKL-RULE, :BKL-OPEN, :BKL-IN-PROGRESS,
                        :BKL-FIXED, :BKL-ACCEPTED, :BKL-OLDEST-OPEN,
                        :BKL-REOPENED, :BKL-REOPEN-EVENTS
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       MOVE SPACES TO REPORT-LINE
                       MOVE BKL-RULE TO REPORT-LINE(1:20)
                       MOVE BKL-OPEN TO COUNT-DISP
                       MOVE COUNT-DISP TO REPORT-LINE(22:7)
                       MOVE BKL-IN-PROGRESS TO COUNT-DISP
                       MOVE COUNT-DISP TO REPORT-LINE(31:7)
                       MOVE BKL-OLDEST-OPEN TO REPORT-LINE(56:10)
                       WRITE STW-REPORT-LINE FROM REPORT-LINE
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE LOAD_CUR END-EXEC.
       3600-WRITE-STEWARD-LOAD-END.
      ******************************************************************
       3700-WRITE-ASSIGNMENTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE STW-REPORT-LINE FROM REPORT-LINE.
           MOVE 'Steward assignments (supplier before country before
      -        ' default)' TO REPORT-LINE.
           WRITE STW-REPORT-LINE FROM REPORT-LINE.

           EXEC SQL DECLARE ASSIGN_CUR CURSOR FOR
               SELECT match_type, match_value, steward_id
               FROM steward_assignment
               ORDER BY CASE match_type WHEN 'SUPPLIER' THEN 1
                                        WHEN 'COUNTRY' THEN 2
                                        ELSE 3 END,
                        match_value
           END-EXEC.

           EXEC SQL OPEN ASSIGN_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH ASSIGN_CUR
                   INTO :ASG-TYPE, :ASG-VALUE, :ASG-STEWARD
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       MOVE SPACES TO REPORT-LINE
                       MOVE ASG-TYPE TO REPORT-LINE(3:10)
                       MOVE ASG-VALUE(1:30) TO REPORT-LINE(14:30)
                       MOVE ASG-STEWARD TO REPORT-LINE(46:10)
                       WRITE STW-REPORT-LINE FROM REPORT-LINE
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE ASSIGN_CUR END-EXEC.
       3700-WRITE-ASSIGNMENTS-END.
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
