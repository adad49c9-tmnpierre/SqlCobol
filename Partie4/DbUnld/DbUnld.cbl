       IDENTIFICATION DIVISION.
       PROGRAM-ID. DbUnld.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNLOAD-DATA-FILE ASSIGN TO UNLOAD-DATA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNLOAD-DATA-FILE.
       01  UNLOAD-DATA-RECORD     PIC X(16010).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.
      * Nightly logical unload. When one table had to come back after
      * a bad run, the only way was a full restore of the DBA's backup
      * somewhere else - a day's work. This job writes databank and
      * every support table to dated flat files that DbReld can load
      * back, all of them or one, into any environment:
      *   UNLD_yyyymmdd_<table>.DAT - one file per table:
      *       H|table|unload date|schema level|load order
      *       C|column no|column name|data type|nullable   (layout)
      *       D|<the row as JSON>                         (one a row)
      *       T|row count|checksum                        (trailer)
      *   UNLD_yyyymmdd.MAN - the manifest: M| header, one F| line a
      *       table in foreign-key load order (order, table, file,
      *       columns, rows, checksum), S| the Seal figures, R| the
      *       ReconAgg reference buckets, E| totals.
      * Every table is read inside one repeatable-read snapshot, so
      * the files agree with each other and with the figures however
      * long the unload takes. The checksum is the order-independent
      * sum EnvComp uses, taken over each row's JSON text, so a file
      * can be checked against its trailer and a reloaded table
      * against the file. Ciphertext columns are unloaded as they are
      * stored, and a reload needs the same field keys. Held that way
      * are the personal columns of databank, the archive and the
      * change journal, the maintenance values (pending changes and
      * audit), the forwarding and household streets and the returned
      * supplier records, whose match keys and the household address
      * keys are search tokens; the snapshot keeps an age, not a
      * birth date. Still in clear in the files: last and first names
      * wherever a table carries them, the legal hold email and the
      * registry name and birth date of the deceased review - these
      * files are to be kept as personal data.
      * Card: [KEEP n] - generations kept (default 7); older ones are
      * deleted from disk once tonight's unload is complete, and
      * their register rows marked PURGED.
       01  UNLOAD-DATA-FILENAME   PIC X(100) VALUE SPACES.
       01  MANIFEST-FILENAME      PIC X(60) VALUE SPACES.
       01  WS-UNLOAD-STATUS       PIC X(02) VALUE SPACES.
           88  UNLOAD-FILE-OK     VALUE '00'.
       01  WS-MANIFEST-STATUS     PIC X(02) VALUE SPACES.
           88  MANIFEST-FILE-OK   VALUE '00'.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  CMD-LINE-PARM          PIC X(100) VALUE SPACES.
       01  KEEP-WORD              PIC X(10) VALUE SPACES.
       01  KEEP-VALUE-WORD        PIC X(10) VALUE SPACES.
       01  KEEP-GENERATIONS       PIC 9(3) VALUE 7.

       01  GENERATION-STARTED-SW  PIC X VALUE 'N'.
           88  GENERATION-STARTED VALUE 'Y'.
       01  ROW-EOF-SWITCH         PIC X VALUE 'N'.
           88  ROW-EOF            VALUE 'Y'.
       01  UNLOAD-FAULT-COUNT     PIC 9(4) VALUE ZEROS.

      * Tables in load order, parents before the tables that refer
      * to them.
       01  UNLOAD-TABLE-COUNT     PIC 9(4) VALUE ZEROS.
       01  UNLOAD-TABLE-LIST.
           05  UTL-ENTRY          OCCURS 400 TIMES.
               10  UTL-TABLE-NAME PIC X(63).
               10  UTL-LOAD-ORDER PIC 9(4).
       01  UTL-IDX                PIC 9(4) VALUE ZEROS.

       01  TABLE-ROWS-WRITTEN     PIC 9(9) VALUE ZEROS.
       01  TABLE-COLUMN-COUNT     PIC 9(4) VALUE ZEROS.
       01  TOTAL-ROWS-WRITTEN     PIC 9(11) VALUE ZEROS.
       01  GENERATIONS-PURGED     PIC 9(4) VALUE ZEROS.
       01  FILES-DELETED-COUNT    PIC 9(6) VALUE ZEROS.
       01  DELETE-FILENAME        PIC X(100) VALUE SPACES.
       01  CBL-DELETE-RESULT      PIC S9(9) COMP-5 VALUE ZERO.

       01  ROWS-DISP              PIC 9(9).
       01  TOTAL-ROWS-DISP        PIC 9(11).
       01  ORDER-DISP             PIC 9(4).
       01  COLUMNS-DISP           PIC 9(4).
       01  LEVEL-DISP             PIC 9(4).
       01  SUM-DISP               PIC -9(18).
       01  FIGURE-1-DISP          PIC 9(9).
       01  FIGURE-2-DISP          PIC 9(9).
       01  FIGURE-3-DISP          PIC 9(9).
       01  FIGURE-4-DISP          PIC 9(9).
       01  COUNT-DISP             PIC Z(8)9.

       01  LOCAL-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "JobRun.cpy".
       COPY "UnlVar.cpy".

       01  GEN-UNLOAD-DATE        PIC X(10) VALUE SPACES.
       01  GEN-MANIFEST-FILE      PIC X(60) VALUE SPACES.
       01  GEN-STATUS             PIC X(10) VALUE SPACES.
       01  GEN-TABLE-COUNT        PIC S9(9) COMP-5 VALUE ZERO.
       01  GEN-ROW-COUNT          PIC S9(18) COMP-5 VALUE ZERO.
       01  KEEP-HOST              PIC S9(4) COMP-5 VALUE 7.

       01  TBL-NAME               PIC X(63) VALUE SPACES.
       01  TBL-LOAD-ORDER         PIC S9(4) COMP-5 VALUE ZERO.
       01  TBL-FILE-NAME          PIC X(60) VALUE SPACES.
       01  TBL-COLUMN-COUNT       PIC S9(4) COMP-5 VALUE ZERO.

       01  COL-ORDINAL            PIC S9(4) COMP-5 VALUE ZERO.
       01  COL-NAME               PIC X(63) VALUE SPACES.
       01  COL-TYPE               PIC X(40) VALUE SPACES.
       01  COL-NULLABLE           PIC X(3) VALUE SPACES.

       01  UNL-SQL-TEXT           PIC X(2000) VALUE SPACES.
       01  ROW-TEXT               PIC X(16000) VALUE SPACES.
       01  ROW-LENGTH             PIC S9(9) COMP-5 VALUE ZERO.
       01  MSR-ROW-COUNT          PIC S9(9) COMP-5 VALUE ZERO.
       01  MSR-CHECKSUM           PIC S9(18) COMP-5 VALUE ZERO.

       01  HKP-UNLOAD-DATE        PIC X(10) VALUE SPACES.
       01  HKP-FILE-NAME          PIC X(60) VALUE SPACES.
       01  HKP-MANIFEST-FILE      PIC X(60) VALUE SPACES.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LS-RETURN-CODE         PIC 9(4) COMP VALUE ZERO.
       01  LS-JOB-PARM            PIC X(100).

       PROCEDURE DIVISION USING LS-RETURN-CODE LS-JOB-PARM.
       1000-MAIN-START.
           MOVE 'DbUnld' TO JRL-PROGRAM-NAME.
      *    A background launch (cobcrun, no arguments) leaves the
      *    LINKAGE return code with a null base; point it at local
      *    storage so the failure paths can store through it - the
      *    chain reads a background member's result from job_run_log,
      *    not from this field.
           IF ADDRESS OF LS-RETURN-CODE = NULL
               SET ADDRESS OF LS-RETURN-CODE
                   TO ADDRESS OF LOCAL-RETURN-CODE
           END-IF.

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

           PERFORM 1070-START-JOB-RUN-LOG
               THRU 1070-START-JOB-RUN-LOG-END.

           PERFORM 1080-GET-RUN-PARMS
               THRU 1080-GET-RUN-PARMS-END.

           PERFORM 2001-START-GENERATION
               THRU 2001-START-GENERATION-END.

           PERFORM 2100-LIST-TABLES
               THRU 2100-LIST-TABLES-END.

           PERFORM 3001-UNLOAD-ALL-TABLES
               THRU 3001-UNLOAD-ALL-TABLES-END.

           PERFORM 4001-MEASURE-CONTROL-FIGURES
               THRU 4001-MEASURE-CONTROL-FIGURES-END.

           PERFORM 5001-COMPLETE-GENERATION
               THRU 5001-COMPLETE-GENERATION-END.

      *    Old generations only go once tonight's is known good.
           IF UNLOAD-FAULT-COUNT = 0
               PERFORM 6001-PURGE-OLD-GENERATIONS
                   THRU 6001-PURGE-OLD-GENERATIONS-END
           END-IF.

           MOVE TOTAL-ROWS-WRITTEN TO JRL-ROWS-READ.
           MOVE UNLOAD-TABLE-COUNT TO JRL-ROWS-UPDATED.
           MOVE UNLOAD-FAULT-COUNT TO JRL-ROWS-REJECTED.
           IF UNLOAD-FAULT-COUNT > 0
               MOVE 8 TO JRL-RETURN-CODE
           END-IF.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.
       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           MOVE JRL-RETURN-CODE TO LS-RETURN-CODE.
           MOVE JRL-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      ******************************************************************
      * Under the Driver chain the job's own parameter card comes
      * in through the CALL interface; the command line is only for
      * standalone runs (it would otherwise be Driver's argument).
       1080-GET-RUN-PARMS.
           IF ADDRESS OF LS-JOB-PARM NOT = NULL
               MOVE LS-JOB-PARM TO CMD-LINE-PARM
           ELSE
               ACCEPT CMD-LINE-PARM FROM COMMAND-LINE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.

           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO KEEP-WORD KEEP-VALUE-WORD
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(KEEP-WORD) TO KEEP-WORD.

           EVALUATE TRUE
               WHEN KEEP-WORD = SPACES
                   CONTINUE
               WHEN KEEP-WORD = 'KEEP'
                AND KEEP-VALUE-WORD NOT = SPACES
                AND FUNCTION TRIM(KEEP-VALUE-WORD) IS NUMERIC
                   MOVE FUNCTION NUMVAL(KEEP-VALUE-WORD)
                       TO KEEP-GENERATIONS
               WHEN OTHER
                   DISPLAY 'Usage: DbUnld [KEEP <generations>]'
                   MOVE 8 TO JRL-RETURN-CODE
                   PERFORM 8900-WRITE-JOB-RUN-LOG
                       THRU 8900-WRITE-JOB-RUN-LOG-END
                   EXEC SQL COMMIT WORK END-EXEC
                   EXEC SQL DISCONNECT ALL END-EXEC
                   MOVE 8 TO LS-RETURN-CODE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

      *    Tonight's generation is always one of those kept.
           IF KEEP-GENERATIONS < 1
               MOVE 1 TO KEEP-GENERATIONS
           END-IF.
           MOVE KEEP-GENERATIONS TO KEEP-HOST.
       1080-GET-RUN-PARMS-END.
      ******************************************************************
      * The generation row goes in first, committed as RUNNING, so an
      * unload that dies leaves a trace. A second unload the same day
      * replaces the first: same files, same register row.
       2001-START-GENERATION.
           STRING WS-CURRENT-YEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  INTO GEN-UNLOAD-DATE.
           MOVE GEN-UNLOAD-DATE TO UNL-AS-OF-DATE.

           STRING 'UNLD_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.MAN' DELIMITED BY SIZE
                  INTO MANIFEST-FILENAME.
           MOVE MANIFEST-FILENAME TO GEN-MANIFEST-FILE.

           EXEC SQL
               INSERT INTO unload_generation
                   (unload_date, status, schema_level, manifest_file,
                    started_at)
               VALUES
                   (CAST(:GEN-UNLOAD-DATE AS DATE), 'RUNNING',
                    :SCHEMA-LEVEL-CURRENT, :GEN-MANIFEST-FILE,
                    CURRENT_TIMESTAMP)
               ON CONFLICT (unload_date) DO UPDATE
                   SET status = 'RUNNING',
                       schema_level = :SCHEMA-LEVEL-CURRENT,
                       manifest_file = :GEN-MANIFEST-FILE,
                       started_at = CURRENT_TIMESTAMP,
                       completed_at = NULL,
                       purged_at = NULL
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               DELETE FROM unload_table
               WHERE unload_date = CAST(:GEN-UNLOAD-DATE AS DATE)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           SET GENERATION-STARTED TO TRUE.

      *    From here to the completion every read sees the same
      *    committed state of the database.
           EXEC SQL
               SET TRANSACTION ISOLATION LEVEL REPEATABLE READ
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           OPEN OUTPUT MANIFEST-FILE.

           IF NOT MANIFEST-FILE-OK
               DISPLAY '*** Cannot open '
                       FUNCTION TRIM(MANIFEST-FILENAME)
                       ', status ' WS-MANIFEST-STATUS ' ***'
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SCHEMA-LEVEL-CURRENT TO LEVEL-DISP.
           MOVE SPACES TO MANIFEST-RECORD.
           STRING 'M|' DELIMITED BY SIZE
                  GEN-UNLOAD-DATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  LEVEL-DISP DELIMITED BY SIZE
                  '|DbUnld' DELIMITED BY SIZE
                  INTO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
       2001-START-GENERATION-END.
      ******************************************************************
      * Every base table of the schema except the unload register
      * itself, the schema level (SchemaMig's) and the operations
      * hold (the live switch, not data). The load order is each
      * table's depth in the foreign-key graph - a table comes after
      * every table it refers to.
       2100-LIST-TABLES.
           MOVE ZEROS TO UNLOAD-TABLE-COUNT.
           MOVE 'N' TO ROW-EOF-SWITCH.

           EXEC SQL DECLARE TBL_CUR CURSOR FOR
               WITH RECURSIVE tbl AS (
                   SELECT c.oid, c.relname
                   FROM pg_class c
                   JOIN pg_namespace n ON n.oid = c.relnamespace
                   WHERE n.nspname = current_schema()
                     AND c.relkind IN ('r', 'p')
                     AND NOT c.relispartition
                     AND c.relname NOT IN ('unload_generation',
                                           'unload_table',
                                           'schema_version',
                                           'ops_hold')),
               dep AS (
                   SELECT conrelid AS child, confrelid AS parent
                   FROM pg_constraint
                   WHERE contype = 'f'
                     AND conrelid <> confrelid),
               lvl (oid, depth) AS (
                   SELECT oid, 0 FROM tbl
                   UNION ALL
                   SELECT d.child, l.depth + 1
                   FROM lvl l
                   JOIN dep d ON d.parent = l.oid
                   WHERE l.depth < 20)
               SELECT CAST(t.relname AS VARCHAR), MAX(l.depth)
               FROM tbl t
               JOIN lvl l ON l.oid = t.oid
               GROUP BY t.relname
               ORDER BY 2, 1
           END-EXEC.

           EXEC SQL OPEN TBL_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 2150-FETCH-TABLE-NAME
               THRU 2150-FETCH-TABLE-NAME-END
               UNTIL ROW-EOF.

           EXEC SQL CLOSE TBL_CUR END-EXEC.

           MOVE UNLOAD-TABLE-COUNT TO COUNT-DISP.
           DISPLAY 'Unloading ' FUNCTION TRIM(COUNT-DISP)
                   ' tables to generation ' GEN-UNLOAD-DATE '.'.
       2100-LIST-TABLES-END.
      ******************************************************************
       2150-FETCH-TABLE-NAME.
           EXEC SQL
               FETCH TBL_CUR INTO :TBL-NAME, :TBL-LOAD-ORDER
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET ROW-EOF TO TRUE
                   GO TO 2150-FETCH-TABLE-NAME-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           IF UNLOAD-TABLE-COUNT >= 400
               DISPLAY '*** More than 400 tables - ' FUNCTION TRIM(
                       TBL-NAME) ' and after not unloaded. ***'
               ADD 1 TO UNLOAD-FAULT-COUNT
               SET ROW-EOF TO TRUE
               GO TO 2150-FETCH-TABLE-NAME-END
           END-IF.

           ADD 1 TO UNLOAD-TABLE-COUNT.
           MOVE TBL-NAME TO UTL-TABLE-NAME(UNLOAD-TABLE-COUNT).
           MOVE TBL-LOAD-ORDER TO UTL-LOAD-ORDER(UNLOAD-TABLE-COUNT).
       2150-FETCH-TABLE-NAME-END.
      ******************************************************************
       3001-UNLOAD-ALL-TABLES.
           PERFORM 3100-UNLOAD-ONE-TABLE
               THRU 3100-UNLOAD-ONE-TABLE-END
               VARYING UTL-IDX FROM 1 BY 1
               UNTIL UTL-IDX > UNLOAD-TABLE-COUNT.
       3001-UNLOAD-ALL-TABLES-END.
      ******************************************************************
       3100-UNLOAD-ONE-TABLE.
           MOVE UTL-TABLE-NAME(UTL-IDX) TO TBL-NAME.
           MOVE UTL-LOAD-ORDER(UTL-IDX) TO TBL-LOAD-ORDER.
           MOVE ZEROS TO TABLE-ROWS-WRITTEN TABLE-COLUMN-COUNT.

           MOVE SPACES TO UNLOAD-DATA-FILENAME.
           STRING 'UNLD_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  TBL-NAME DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
                  INTO UNLOAD-DATA-FILENAME.
           MOVE UNLOAD-DATA-FILENAME TO TBL-FILE-NAME.

           OPEN OUTPUT UNLOAD-DATA-FILE.

           IF NOT UNLOAD-FILE-OK
               DISPLAY '*** Cannot open '
                       FUNCTION TRIM(UNLOAD-DATA-FILENAME)
                       ', status ' WS-UNLOAD-STATUS ' ***'
               ADD 1 TO UNLOAD-FAULT-COUNT
               GO TO 3100-UNLOAD-ONE-TABLE-END
           END-IF.

           PERFORM 3200-WRITE-LAYOUT-HEADER
               THRU 3200-WRITE-LAYOUT-HEADER-END.

           PERFORM 3300-WRITE-DATA-ROWS
               THRU 3300-WRITE-DATA-ROWS-END.

           PERFORM 3400-MEASURE-TABLE
               THRU 3400-MEASURE-TABLE-END.

           MOVE MSR-ROW-COUNT TO ROWS-DISP.
           MOVE MSR-CHECKSUM TO SUM-DISP.
           MOVE SPACES TO UNLOAD-DATA-RECORD.
           STRING 'T|' DELIMITED BY SIZE
                  ROWS-DISP DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  SUM-DISP DELIMITED BY SIZE
                  INTO UNLOAD-DATA-RECORD.
           WRITE UNLOAD-DATA-RECORD.

           CLOSE UNLOAD-DATA-FILE.

           PERFORM 3500-RECORD-TABLE
               THRU 3500-RECORD-TABLE-END.

           ADD TABLE-ROWS-WRITTEN TO TOTAL-ROWS-WRITTEN.
       3100-UNLOAD-ONE-TABLE-END.
      ******************************************************************
      * The record layout travels with the data: one C line a column
      * in table order, as the catalog describes it tonight.
       3200-WRITE-LAYOUT-HEADER.
           MOVE SCHEMA-LEVEL-CURRENT TO LEVEL-DISP.
           MOVE TBL-LOAD-ORDER TO ORDER-DISP.
           MOVE SPACES TO UNLOAD-DATA-RECORD.
           STRING 'H|' DELIMITED BY SIZE
                  TBL-NAME DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  GEN-UNLOAD-DATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  LEVEL-DISP DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  ORDER-DISP DELIMITED BY SIZE
                  INTO UNLOAD-DATA-RECORD.
           WRITE UNLOAD-DATA-RECORD.

           MOVE 'N' TO ROW-EOF-SWITCH.

           EXEC SQL DECLARE COL_CUR CURSOR FOR
               SELECT ordinal_position, column_name, data_type,
                      is_nullable
               FROM information_schema.columns
               WHERE table_schema = current_schema()
                 AND table_name = TRIM(:TBL-NAME)
               ORDER BY ordinal_position
           END-EXEC.

           EXEC SQL OPEN COL_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 3250-WRITE-COLUMN-LINE
               THRU 3250-WRITE-COLUMN-LINE-END
               UNTIL ROW-EOF.

           EXEC SQL CLOSE COL_CUR END-EXEC.
       3200-WRITE-LAYOUT-HEADER-END.
      ******************************************************************
       3250-WRITE-COLUMN-LINE.
           EXEC SQL
               FETCH COL_CUR
               INTO :COL-ORDINAL, :COL-NAME, :COL-TYPE, :COL-NULLABLE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET ROW-EOF TO TRUE
                   GO TO 3250-WRITE-COLUMN-LINE-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           ADD 1 TO TABLE-COLUMN-COUNT.
           MOVE COL-ORDINAL TO COLUMNS-DISP.
           MOVE SPACES TO UNLOAD-DATA-RECORD.
           STRING 'C|' DELIMITED BY SIZE
                  COLUMNS-DISP DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  COL-NAME DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(COL-TYPE) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  COL-NULLABLE DELIMITED BY SPACE
                  INTO UNLOAD-DATA-RECORD.
           WRITE UNLOAD-DATA-RECORD.
       3250-WRITE-COLUMN-LINE-END.
      ******************************************************************
      * One D line a row: the row as JSON, which carries every type
      * (dates, numbers, ciphertext as hex) in a form DbReld can turn
      * back into the same row whatever the column order is there.
       3300-WRITE-DATA-ROWS.
           MOVE SPACES TO UNL-SQL-TEXT.
           STRING 'SELECT CAST(to_jsonb(t) AS VARCHAR), '
                      DELIMITED BY SIZE
                  'OCTET_LENGTH(CAST(to_jsonb(t) AS VARCHAR)) '
                      DELIMITED BY SIZE
                  'FROM "' DELIMITED BY SIZE
                  TBL-NAME DELIMITED BY SPACE
                  '" t' DELIMITED BY SIZE
                  INTO UNL-SQL-TEXT.

           EXEC SQL PREPARE ROW_STMT FROM :UNL-SQL-TEXT END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL DECLARE ROW_CUR CURSOR FOR ROW_STMT END-EXEC.

           EXEC SQL OPEN ROW_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'N' TO ROW-EOF-SWITCH.
           PERFORM 3350-FETCH-DATA-ROW
               THRU 3350-FETCH-DATA-ROW-END
               UNTIL ROW-EOF.

           EXEC SQL CLOSE ROW_CUR END-EXEC.
       3300-WRITE-DATA-ROWS-END.
      ******************************************************************
       3350-FETCH-DATA-ROW.
           MOVE SPACES TO ROW-TEXT.
           EXEC SQL
               FETCH ROW_CUR INTO :ROW-TEXT, :ROW-LENGTH
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET ROW-EOF TO TRUE
                   GO TO 3350-FETCH-DATA-ROW-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

      *    A row too long for the record would come back truncated;
      *    it is counted as a fault and the generation is not trusted.
           IF ROW-LENGTH > 16000
               DISPLAY '*** A row of ' FUNCTION TRIM(TBL-NAME)
                       ' is longer than the unload record - the '
                       'generation is incomplete. ***'
               ADD 1 TO UNLOAD-FAULT-COUNT
               GO TO 3350-FETCH-DATA-ROW-END
           END-IF.

           MOVE SPACES TO UNLOAD-DATA-RECORD.
           MOVE 'D|' TO UNLOAD-DATA-RECORD(1:2).
           MOVE ROW-TEXT(1:ROW-LENGTH) TO UNLOAD-DATA-RECORD(3:).
           WRITE UNLOAD-DATA-RECORD.
           ADD 1 TO TABLE-ROWS-WRITTEN.
       3350-FETCH-DATA-ROW-END.
      ******************************************************************
      * Row count and checksum from the same snapshot the rows came
      * from; the count must be the number of D lines just written.
       3400-MEASURE-TABLE.
           MOVE SPACES TO UNL-SQL-TEXT.
           STRING 'SELECT COUNT(*), COALESCE(SUM(CAST(CAST(''x'' || '
                      DELIMITED BY SIZE
                  'SUBSTRING(MD5(CAST(to_jsonb(t) AS VARCHAR)), 1, 8)'
                      DELIMITED BY SIZE
                  ' AS BIT(32)) AS INTEGER)), 0) FROM "'
                      DELIMITED BY SIZE
                  TBL-NAME DELIMITED BY SPACE
                  '" t' DELIMITED BY SIZE
                  INTO UNL-SQL-TEXT.

           EXEC SQL PREPARE MSR_STMT FROM :UNL-SQL-TEXT END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL DECLARE MSR_CUR CURSOR FOR MSR_STMT END-EXEC.

           EXEC SQL OPEN MSR_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               FETCH MSR_CUR INTO :MSR-ROW-COUNT, :MSR-CHECKSUM
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL CLOSE MSR_CUR END-EXEC.

           IF MSR-ROW-COUNT NOT = TABLE-ROWS-WRITTEN
               DISPLAY '*** ' FUNCTION TRIM(TBL-NAME) ': '
                       TABLE-ROWS-WRITTEN ' rows written but '
                       MSR-ROW-COUNT ' counted - the generation is '
                       'not trusted. ***'
               ADD 1 TO UNLOAD-FAULT-COUNT
           END-IF.
       3400-MEASURE-TABLE-END.
      ******************************************************************
       3500-RECORD-TABLE.
           MOVE TABLE-COLUMN-COUNT TO TBL-COLUMN-COUNT.

           EXEC SQL
               INSERT INTO unload_table
                   (unload_date, table_name, load_order, file_name,
                    column_count, row_count, checksum)
               VALUES
                   (CAST(:GEN-UNLOAD-DATE AS DATE), TRIM(:TBL-NAME),
                    :TBL-LOAD-ORDER, TRIM(:TBL-FILE-NAME),
                    :TBL-COLUMN-COUNT, :MSR-ROW-COUNT, :MSR-CHECKSUM)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE TBL-LOAD-ORDER TO ORDER-DISP.
           MOVE TABLE-COLUMN-COUNT TO COLUMNS-DISP.
           MOVE MSR-ROW-COUNT TO ROWS-DISP.
           MOVE MSR-CHECKSUM TO SUM-DISP.
           MOVE SPACES TO MANIFEST-RECORD.
           STRING 'F|' DELIMITED BY SIZE
                  ORDER-DISP DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  TBL-NAME DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  TBL-FILE-NAME DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  COLUMNS-DISP DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  ROWS-DISP DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  SUM-DISP DELIMITED BY SIZE
                  INTO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
       3500-RECORD-TABLE-END.
      ******************************************************************
      * The Seal and ReconAgg figures of the unloaded state, so a
      * reload can be proved against the numbers the night was
      * checked by, not only against its own files.
       4001-MEASURE-CONTROL-FIGURES.
           COPY "UnlMsr.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE UNL-SEAL-ROWS TO FIGURE-1-DISP.
           MOVE UNL-SEAL-CHECKSUM TO SUM-DISP.
           MOVE UNL-SEAL-JOURNAL TO FIGURE-2-DISP.
           MOVE SPACES TO MANIFEST-RECORD.
           STRING 'S|' DELIMITED BY SIZE
                  FIGURE-1-DISP DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  SUM-DISP DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FIGURE-2-DISP DELIMITED BY SIZE
                  INTO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.

           MOVE UNL-BUCKET-0-17 TO FIGURE-1-DISP.
           MOVE UNL-BUCKET-18-34 TO FIGURE-2-DISP.
           MOVE UNL-BUCKET-35-59 TO FIGURE-3-DISP.
           MOVE UNL-BUCKET-60-UP TO FIGURE-4-DISP.
           MOVE SPACES TO MANIFEST-RECORD.
           STRING 'R|' DELIMITED BY SIZE
                  FIGURE-1-DISP DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FIGURE-2-DISP DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FIGURE-3-DISP DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FIGURE-4-DISP DELIMITED BY SIZE
                  INTO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
       4001-MEASURE-CONTROL-FIGURES-END.
      ******************************************************************
       5001-COMPLETE-GENERATION.
           MOVE UNLOAD-TABLE-COUNT TO ORDER-DISP.
           MOVE TOTAL-ROWS-WRITTEN TO TOTAL-ROWS-DISP.
           MOVE SPACES TO MANIFEST-RECORD.
           STRING 'E|' DELIMITED BY SIZE
                  ORDER-DISP DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  TOTAL-ROWS-DISP DELIMITED BY SIZE
                  INTO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           CLOSE MANIFEST-FILE.

           IF UNLOAD-FAULT-COUNT = 0
               MOVE 'COMPLETE' TO GEN-STATUS
           ELSE
               MOVE 'FAILED' TO GEN-STATUS
           END-IF.
           MOVE UNLOAD-TABLE-COUNT TO GEN-TABLE-COUNT.
           MOVE TOTAL-ROWS-WRITTEN TO GEN-ROW-COUNT.

           EXEC SQL
               UPDATE unload_generation
               SET status = :GEN-STATUS,
                   table_count = :GEN-TABLE-COUNT,
                   row_count = :GEN-ROW-COUNT,
                   seal_row_count = :UNL-SEAL-ROWS,
                   seal_checksum = :UNL-SEAL-CHECKSUM,
                   seal_journal_rows = :UNL-SEAL-JOURNAL,
                   recon_0_17 = :UNL-BUCKET-0-17,
                   recon_18_34 = :UNL-BUCKET-18-34,
                   recon_35_59 = :UNL-BUCKET-35-59,
                   recon_60_up = :UNL-BUCKET-60-UP,
                   completed_at = CURRENT_TIMESTAMP
               WHERE unload_date = CAST(:GEN-UNLOAD-DATE AS DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.

           MOVE TOTAL-ROWS-WRITTEN TO COUNT-DISP.
           IF UNLOAD-FAULT-COUNT = 0
               DISPLAY 'Unload ' GEN-UNLOAD-DATE ' complete - '
                       FUNCTION TRIM(COUNT-DISP) ' rows, manifest '
                       FUNCTION TRIM(MANIFEST-FILENAME) '.'
           ELSE
               DISPLAY '*** Unload ' GEN-UNLOAD-DATE ' FAILED with '
                       UNLOAD-FAULT-COUNT ' faults - older '
                       'generations kept. ***'
           END-IF.
       5001-COMPLETE-GENERATION-END.
      ******************************************************************
      * Keep the newest KEEP-GENERATIONS complete generations; every
      * older one, and any earlier unload that never completed, has
      * its files deleted. One generation at a time, oldest first,
      * each committed as it goes.
       6001-PURGE-OLD-GENERATIONS.
           MOVE ZEROS TO GENERATIONS-PURGED FILES-DELETED-COUNT.
           MOVE 'N' TO ROW-EOF-SWITCH.

           PERFORM 6100-PURGE-ONE-GENERATION
               THRU 6100-PURGE-ONE-GENERATION-END
               UNTIL ROW-EOF.

           DISPLAY 'Generations purged: ' GENERATIONS-PURGED
                   '  files deleted: ' FILES-DELETED-COUNT
                   '  (keeping ' KEEP-GENERATIONS ')'.
       6001-PURGE-OLD-GENERATIONS-END.
      ******************************************************************
       6100-PURGE-ONE-GENERATION.
           EXEC SQL
               SELECT CAST(g.unload_date AS VARCHAR),
                      COALESCE(g.manifest_file, '')
               INTO :HKP-UNLOAD-DATE, :HKP-MANIFEST-FILE
               FROM unload_generation g
               WHERE g.purged_at IS NULL
                 AND g.unload_date < CAST(:GEN-UNLOAD-DATE AS DATE)
                 AND (g.status <> 'COMPLETE'
                      OR g.unload_date NOT IN
                         (SELECT k.unload_date
                          FROM unload_generation k
                          WHERE k.status = 'COMPLETE'
                            AND k.purged_at IS NULL
                          ORDER BY k.unload_date DESC
                          LIMIT :KEEP-HOST))
               ORDER BY g.unload_date
               LIMIT 1
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET ROW-EOF TO TRUE
                   GO TO 6100-PURGE-ONE-GENERATION-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           EXEC SQL DECLARE HKP_CUR CURSOR FOR
               SELECT file_name
               FROM unload_table
               WHERE unload_date = CAST(:HKP-UNLOAD-DATE AS DATE)
               ORDER BY load_order, table_name
           END-EXEC.

           EXEC SQL OPEN HKP_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 6150-DELETE-ONE-FILE
               THRU 6150-DELETE-ONE-FILE-END
               UNTIL SQLCODE NOT = 0.

           EXEC SQL CLOSE HKP_CUR END-EXEC.

           IF HKP-MANIFEST-FILE NOT = SPACES
               MOVE HKP-MANIFEST-FILE TO DELETE-FILENAME
               CALL 'CBL_DELETE_FILE' USING DELETE-FILENAME
                   RETURNING CBL-DELETE-RESULT
               IF CBL-DELETE-RESULT = 0
                   ADD 1 TO FILES-DELETED-COUNT
               END-IF
           END-IF.

      *    The register row stays, marked purged - the record of what
      *    was unloaded outlives the files themselves.
           EXEC SQL
               UPDATE unload_generation
               SET status = 'PURGED',
                   purged_at = CURRENT_TIMESTAMP
               WHERE unload_date = CAST(:HKP-UNLOAD-DATE AS DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           ADD 1 TO GENERATIONS-PURGED.
       6100-PURGE-ONE-GENERATION-END.
      ******************************************************************
      * A file already gone is not an error: an operator may have
      * moved a generation off the machine.
       6150-DELETE-ONE-FILE.
           EXEC SQL
               FETCH HKP_CUR INTO :HKP-FILE-NAME
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 6150-DELETE-ONE-FILE-END
           END-IF.

           MOVE HKP-FILE-NAME TO DELETE-FILENAME.
           CALL 'CBL_DELETE_FILE' USING DELETE-FILENAME
               RETURNING CBL-DELETE-RESULT.

           IF CBL-DELETE-RESULT = 0
               ADD 1 TO FILES-DELETED-COUNT
           END-IF.
       6150-DELETE-ONE-FILE-END.
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
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF.
       1050-VERIFY-SCHEMA-LEVEL-END.
      ******************************************************************
       1070-START-JOB-RUN-LOG.
           EXEC SQL
               SELECT CAST(CURRENT_TIMESTAMP AS VARCHAR)
               INTO :JRL-STARTED-TS
           END-EXEC.
       1070-START-JOB-RUN-LOG-END.
      ******************************************************************
       8900-WRITE-JOB-RUN-LOG.
           EXEC SQL
               INSERT INTO job_run_log
                   (program_name, started_at, ended_at, rows_read,
                    rows_updated, rows_rejected, return_code)
               VALUES
                   (:JRL-PROGRAM-NAME,
                    CAST(:JRL-STARTED-TS AS TIMESTAMP),
                    CURRENT_TIMESTAMP, :JRL-ROWS-READ,
                    :JRL-ROWS-UPDATED, :JRL-ROWS-REJECTED,
                    :JRL-RETURN-CODE)
           END-EXEC.
       8900-WRITE-JOB-RUN-LOG-END.
      ******************************************************************
      * A failed unload is rolled back - the snapshot is of no
      * further use - before the error is logged, and its generation
      * marked FAILED, so it is neither mistaken for a good one nor
      * kept past the next complete unload.
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.

           MOVE 'DbUnld' TO ERR-PROGRAM-NAME.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.

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
              WHEN OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
                 COPY "SqlMsg.cpy".
           END-EVALUATE.

           EXEC SQL
               ROLLBACK
           END-EXEC.
           EXEC SQL
               INSERT INTO error_log
                   (program_name, log_timestamp, sqlcode, sqlstate,
                    sqlerrmc)
               VALUES
                   (:ERR-PROGRAM-NAME, CURRENT_TIMESTAMP, :ERR-SQLCODE,
                    :ERR-SQLSTATE, :ERR-SQLERRMC)
           END-EXEC.

           IF GENERATION-STARTED
               EXEC SQL
                   UPDATE unload_generation
                   SET status = 'FAILED',
                       completed_at = CURRENT_TIMESTAMP
                   WHERE unload_date = CAST(:GEN-UNLOAD-DATE AS DATE)
               END-EXEC
           END-IF.
       1001-ERROR-RTN-END.
           MOVE 8 TO JRL-RETURN-CODE.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           MOVE 8 TO LS-RETURN-CODE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
      ******************************************************************
      * A set operations hold quiesces the whole suite: the shared
      * check announces it and counts the refused start; this
      * paragraph only supplies the program's way of stopping.
       1030-CHECK-OPS-HOLD.
           COPY "HoldChk.cpy".

           IF HLD-HELD-FLAG = 'Y'
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF.
       1030-CHECK-OPS-HOLD-END.
