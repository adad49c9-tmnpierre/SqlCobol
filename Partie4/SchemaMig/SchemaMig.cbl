       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNDO-DATA-FILE ASSIGN TO UNDO-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNDO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNDO-DATA-FILE.
       01  UNDO-DATA-RECORD       PIC X(16010).

       WORKING-STORAGE SECTION.
       01  STEPS-APPLIED-COUNT    PIC 9(4) VALUE ZEROS.
       01  STEPS-ON-FILE-COUNT    PIC 9(4) VALUE ZEROS.
       01  STEPS-REVERTED-COUNT   PIC 9(4) VALUE ZEROS.
       01  PREVIEW-LINE-COUNT     PIC 9(6) VALUE ZEROS.
       01  PREVIEW-WARN-COUNT     PIC 9(4) VALUE ZEROS.

       01  PARM-LINE              PIC X(200) VALUE SPACES.
       01  PARM-WORD-1            PIC X(20) VALUE SPACES.
       01  PARM-WORD-2            PIC X(20) VALUE SPACES.
       01  PARM-WORD-3            PIC X(20) VALUE SPACES.
       01  PARM-WORD-4            PIC X(20) VALUE SPACES.
       01  PARM-WORD-5            PIC X(20) VALUE SPACES.
       01  PARM-WORD-6            PIC X(20) VALUE SPACES.
       01  MIG-RUN-MODE           PIC X(1) VALUE 'C'.
           88  CHAIN-RUN          VALUE 'C'.
           88  UP-RUN             VALUE 'U'.
           88  DOWN-RUN           VALUE 'D'.
       01  PREVIEW-SWITCH         PIC X(1) VALUE 'N'.
           88  MIG-PREVIEW        VALUE 'Y'.
       01  UNLOAD-SWITCH          PIC X(1) VALUE 'N'.
           88  UNLOAD-ALLOWED     VALUE 'Y'.
       01  USAGE-SWITCH           PIC X(1) VALUE 'N'.
           88  USAGE-ERROR        VALUE 'Y'.
       01  UNDO-NEEDED-SWITCH     PIC X(1) VALUE 'N'.
           88  UNDO-NEEDED        VALUE 'Y'.
       01  UNDO-SKIP-SWITCH       PIC X(1) VALUE 'N'.
           88  UNDO-SKIP          VALUE 'Y'.
       01  PV-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88  PV-EOF             VALUE 'Y'.
       01  UNL-EOF-SWITCH         PIC X(1) VALUE 'N'.
           88  UNL-EOF            VALUE 'Y'.

       01  WS-CURRENT-DATE        PIC X(8) VALUE SPACES.
       01  UNDO-FILENAME          PIC X(100) VALUE SPACES.
       01  WS-UNDO-STATUS         PIC X(02) VALUE SPACES.
           88  UNDO-FILE-OK       VALUE '00'.
       01  UNLOADED-TABLE         PIC X(63) VALUE SPACES.
       01  UNDO-OBJECT-NAME       PIC X(130) VALUE SPACES.
       01  UNDO-ROWS-WRITTEN      PIC 9(9) VALUE ZEROS.
       01  LEVEL-DISP             PIC 9(4) VALUE ZEROS.
       01  TARGET-DISP            PIC 9(4) VALUE ZEROS.
       01  STEP-DISP              PIC 9(3) VALUE ZEROS.
       01  ROWS-DISP              PIC Z(8)9 VALUE ZEROS.

       01  LOCAL-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.

       01  MIG-STEP-DESC          PIC X(50) VALUE SPACES.
       01  STEP-APPLIED-COUNT     PIC S9(4) COMP-5 VALUE ZERO.
       01  COL-EXISTS-COUNT       PIC S9(4) COMP-5 VALUE ZERO.
       COPY "PrivLog.cpy".
       COPY "OprVar.cpy".

       01  MIG-CEILING            PIC S9(4) COMP-5 VALUE 9999.
       01  MIG-TARGET-LEVEL       PIC S9(4) COMP-5 VALUE ZERO.
       01  MIG-CURRENT-LEVEL      PIC S9(4) COMP-5 VALUE ZERO.
       01  MIG-UNDO-NUMBER        PIC S9(4) COMP-5 VALUE ZERO.
       01  MIG-UNDO-DESC          PIC X(50) VALUE SPACES.
       01  UNDO-TABLE             PIC X(63) VALUE SPACES.
       01  UNDO-COLUMN            PIC X(63) VALUE SPACES.
       01  UNDO-ROW-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
       01  MIG-SQL-TEXT           PIC X(2000) VALUE SPACES.
       01  MIG-ROW-TEXT           PIC X(16000) VALUE SPACES.
       01  MIG-ROW-LENGTH         PIC S9(9) COMP-5 VALUE ZERO.
       01  PV-ACTION              PIC X(5) VALUE SPACES.
       01  PV-KIND                PIC X(10) VALUE SPACES.
       01  PV-NAME                PIC X(200) VALUE SPACES.
       01  PV-DDL                 PIC X(8000) VALUE SPACES.

       EXEC SQL END DECLARE SECTION END-EXEC.

      *    LINKAGE return code with a null base; point it at local
      *    storage so the failure paths can store through it - the
      *    chain reads a background member's result from job_run_log,
      *    not from this field. Only a program started on its own
      *    reads a command line: under the Driver the line is the
      *    Driver's, and the run is always the plain forward one.
           IF ADDRESS OF LS-RETURN-CODE = NULL
               SET ADDRESS OF LS-RETURN-CODE
                   TO ADDRESS OF LOCAL-RETURN-CODE
               PERFORM 1100-GET-PARMS
                   THRU 1100-GET-PARMS-END
           END-IF.

           CALL 'DbProfil' USING DBNAME USERNAME PASSWD.
           PERFORM 1060-ENSURE-SCHEMA-VERSION-TABLE
               THRU 1060-ENSURE-SCHEMA-VERSION-TABLE-END.

           IF MIG-PREVIEW
               PERFORM 2001-START-PREVIEW
                   THRU 2001-START-PREVIEW-END
           END-IF.

           IF DOWN-RUN
               IF NOT MIG-PREVIEW
                   PERFORM 1040-CHECK-OPERATOR-RIGHT
                       THRU 1040-CHECK-OPERATOR-RIGHT-END
               END-IF
               PERFORM 3101-REVERT-MIGRATIONS
                   THRU 3101-REVERT-MIGRATIONS-END
           ELSE
               PERFORM 1070-SET-CEILING
                   THRU 1070-SET-CEILING-END
               PERFORM 3001-APPLY-MIGRATIONS
                   THRU 3001-APPLY-MIGRATIONS-END
           END-IF.

           IF MIG-PREVIEW
               PERFORM 2101-LIST-PREVIEW
                   THRU 2101-LIST-PREVIEW-END
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 0 TO LS-RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 3900-REPORT-SCHEMA-LEVEL
               THRU 3900-REPORT-SCHEMA-LEVEL-END.
                   THRU 1001-ERROR-RTN-END
           END-IF.
       1060-ENSURE-SCHEMA-VERSION-TABLE-END.
      ******************************************************************
      * Command line of a run started on its own:
      *   (nothing)                 - forward, as the chain runs it;
      *   UP [n]                    - forward up to step n (all steps
      *                               when n is left out), applying
      *                               again steps that were taken back;
      *   DOWN n operator ticket [UNLOAD]
      *                             - take the schema back to level n;
      *   PREVIEW [UP [n] | DOWN n] - list the DDL the move would
      *                               execute and change nothing.
      * DOWN is a privileged action: the operator needs EXECUTE on
      * SchemaMig in operator_right, and the ticket is registered
      * with every action. UNLOAD lets a reverse step drop a table or
      * column that still holds data, after writing the rows to a
      * SCHEMADN_ file.
       1100-GET-PARMS.
           ACCEPT PARM-LINE FROM COMMAND-LINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.

           UNSTRING PARM-LINE DELIMITED BY ALL SPACE
               INTO PARM-WORD-1 PARM-WORD-2 PARM-WORD-3 PARM-WORD-4
                    PARM-WORD-5 PARM-WORD-6
           END-UNSTRING.

           MOVE FUNCTION UPPER-CASE(PARM-WORD-1) TO PARM-WORD-1.
           MOVE FUNCTION UPPER-CASE(PARM-WORD-2) TO PARM-WORD-2.

           IF PARM-WORD-1 = 'PREVIEW'
               SET MIG-PREVIEW TO TRUE
               MOVE PARM-WORD-2 TO PARM-WORD-1
               MOVE PARM-WORD-3 TO PARM-WORD-2
               MOVE PARM-WORD-4 TO PARM-WORD-3
               MOVE PARM-WORD-5 TO PARM-WORD-4
               MOVE PARM-WORD-6 TO PARM-WORD-5
               MOVE SPACES TO PARM-WORD-6
           END-IF.

           MOVE FUNCTION UPPER-CASE(PARM-WORD-5) TO PARM-WORD-5.

           EVALUATE PARM-WORD-1
               WHEN SPACES
                   IF PARM-WORD-2 NOT = SPACES
                       SET USAGE-ERROR TO TRUE
                   END-IF
               WHEN 'UP'
                   SET UP-RUN TO TRUE
                   IF PARM-WORD-2 NOT = SPACES
                       IF FUNCTION TEST-NUMVAL(PARM-WORD-2) NOT = 0
                           SET USAGE-ERROR TO TRUE
                       ELSE
                           MOVE FUNCTION NUMVAL(PARM-WORD-2)
                               TO MIG-CEILING
                       END-IF
                   END-IF
               WHEN 'DOWN'
                   SET DOWN-RUN TO TRUE
                   IF PARM-WORD-2 = SPACES
                    OR FUNCTION TEST-NUMVAL(PARM-WORD-2) NOT = 0
                       SET USAGE-ERROR TO TRUE
                   ELSE
                       MOVE FUNCTION NUMVAL(PARM-WORD-2)
                           TO MIG-TARGET-LEVEL
                   END-IF
                   IF NOT MIG-PREVIEW
                       MOVE PARM-WORD-3 TO PRV-OPERATOR-ID
                       MOVE PARM-WORD-4 TO PRV-TICKET-REF
                       IF PRV-OPERATOR-ID = SPACES
                        OR PRV-TICKET-REF = SPACES
                           SET USAGE-ERROR TO TRUE
                       END-IF
                       EVALUATE PARM-WORD-5
                           WHEN SPACES
                               CONTINUE
                           WHEN 'UNLOAD'
                               SET UNLOAD-ALLOWED TO TRUE
                           WHEN OTHER
                               SET USAGE-ERROR TO TRUE
                       END-EVALUATE
                   END-IF
               WHEN OTHER
                   SET USAGE-ERROR TO TRUE
           END-EVALUATE.

           IF MIG-TARGET-LEVEL < 0 OR MIG-CEILING < 0
               SET USAGE-ERROR TO TRUE
           END-IF.

           IF USAGE-ERROR
               DISPLAY 'Usage: SchemaMig [UP [n]]'
               DISPLAY '       SchemaMig DOWN n <operator> <ticket> '
                       '[UNLOAD]'
               DISPLAY '       SchemaMig PREVIEW [UP [n] | DOWN n]'
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF.
       1100-GET-PARMS-END.
      ******************************************************************
       1040-CHECK-OPERATOR-RIGHT.
           MOVE 'SchemaMig' TO OPR-PROGRAM-NAME.
           MOVE 'EXECUTE' TO OPR-MODE-NEEDED.
           MOVE MIG-TARGET-LEVEL TO LEVEL-DISP.
           MOVE SPACES TO PRV-KEY-VALUE.
           STRING 'DOWN TO ' DELIMITED BY SIZE
                  LEVEL-DISP DELIMITED BY SIZE
                  INTO PRV-KEY-VALUE.
           COPY "OprChk.cpy".

           IF OPR-DENIED-FLAG = 'Y'
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF.
       1040-CHECK-OPERATOR-RIGHT-END.
      ******************************************************************
      * Once a step has been taken back (a negative row in
      * schema_version and no positive one), the plain forward run
      * that the chain makes stops below it, so the nightly run does
      * not quietly undo a DOWN. UP applies the steps again.
       1070-SET-CEILING.
           IF NOT CHAIN-RUN
               GO TO 1070-SET-CEILING-END
           END-IF.

           EXEC SQL
               SELECT COALESCE(MIN(0 - r.version_number) - 1, 9999)
               INTO :MIG-CEILING
               FROM schema_version r
               WHERE r.version_number < 0
                 AND NOT EXISTS
                     (SELECT 1 FROM schema_version f
                       WHERE f.version_number = 0 - r.version_number)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF MIG-CEILING < 9999
               MOVE MIG-CEILING TO LEVEL-DISP
               DISPLAY 'Steps above ' LEVEL-DISP ' were taken back - '
                       'forward steps stop there; run SchemaMig UP '
                       'to apply them again.'
           END-IF.
       1070-SET-CEILING-END.
      ******************************************************************
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
       1001-ERROR-RTN-END.
           MOVE 8 TO LS-RETURN-CODE.
           GOBACK.
      ******************************************************************
      * Preview: the catalogue of the schema's own objects - tables
      * with their columns, views, indexes, constraints, functions,
      * triggers and extensions, each with the DDL that creates it and
      * the DDL that drops it - is copied aside before the move. The
      * move then runs for real inside the transaction, the catalogue
      * is compared with the copy, and the transaction is rolled back.
      * The listing is therefore exactly what the steps would do
      * against this database, not what they might do elsewhere.
       2001-START-PREVIEW.
           EXEC SQL
               CREATE TEMPORARY VIEW mig_catalog AS
               WITH cols AS (
                   SELECT CAST(c.relname AS VARCHAR) AS tbl,
                          a.attnum AS col_no,
                          CAST(a.attname AS VARCHAR) AS col,
                          format_type(a.atttypid, a.atttypmod)
                              AS col_type,
                          a.attnotnull AS not_null,
                          pg_get_expr(d.adbin, d.adrelid)
                              AS col_default
                   FROM pg_class c
                   JOIN pg_attribute a
                     ON a.attrelid = c.oid
                    AND a.attnum > 0
                    AND NOT a.attisdropped
                   LEFT JOIN pg_attrdef d
                     ON d.adrelid = c.oid
                    AND d.adnum = a.attnum
                   WHERE c.relkind = 'r'
                     AND c.relnamespace =
                         (SELECT n.oid FROM pg_namespace n
                           WHERE n.nspname = current_schema()))
               SELECT CAST('TABLE' AS VARCHAR) AS obj_kind,
                      tbl AS obj_name,
                      'CREATE TABLE ' || quote_ident(tbl) || ' ('
                      || string_agg(quote_ident(col) || ' '
                             || col_type
                             || CASE WHEN not_null
                                     THEN ' NOT NULL' ELSE '' END
                             || COALESCE(' DEFAULT ' || col_default,
                                         ''),
                             ', ' ORDER BY col_no)
                      || ')' AS obj_ddl,
                      'DROP TABLE ' || quote_ident(tbl) AS drop_ddl,
                      CAST('' AS VARCHAR) AS alter_ddl,
                      tbl AS owner_table
               FROM cols
               GROUP BY tbl
               UNION ALL
               SELECT 'COLUMN', tbl || '.' || col,
                      'ALTER TABLE ' || quote_ident(tbl)
                      || ' ADD COLUMN ' || quote_ident(col) || ' '
                      || col_type
                      || CASE WHEN not_null
                              THEN ' NOT NULL' ELSE '' END
                      || COALESCE(' DEFAULT ' || col_default, ''),
                      'ALTER TABLE ' || quote_ident(tbl)
                      || ' DROP COLUMN ' || quote_ident(col),
                      'ALTER TABLE ' || quote_ident(tbl)
                      || ' ALTER COLUMN ' || quote_ident(col)
                      || ' TYPE ' || col_type
                      || ', ALTER COLUMN ' || quote_ident(col)
                      || CASE WHEN not_null THEN ' SET NOT NULL'
                              ELSE ' DROP NOT NULL' END
                      || ', ALTER COLUMN ' || quote_ident(col)
                      || COALESCE(' SET DEFAULT ' || col_default,
                                  ' DROP DEFAULT'),
                      tbl
               FROM cols
               UNION ALL
               SELECT 'VIEW', CAST(c.relname AS VARCHAR),
                      'CREATE OR REPLACE VIEW '
                      || quote_ident(c.relname)
                      || ' AS ' || pg_get_viewdef(c.oid),
                      'DROP VIEW ' || quote_ident(c.relname),
                      'CREATE OR REPLACE VIEW '
                      || quote_ident(c.relname)
                      || ' AS ' || pg_get_viewdef(c.oid),
                      CAST(c.relname AS VARCHAR)
               FROM pg_class c
               WHERE c.relkind = 'v'
                 AND c.relnamespace =
                     (SELECT n.oid FROM pg_namespace n
                       WHERE n.nspname = current_schema())
               UNION ALL
               SELECT 'INDEX', CAST(i.indexname AS VARCHAR),
                      i.indexdef,
                      'DROP INDEX ' || quote_ident(i.indexname),
                      'DROP INDEX ' || quote_ident(i.indexname)
                      || '; ' || i.indexdef,
                      CAST(i.tablename AS VARCHAR)
               FROM pg_indexes i
               WHERE i.schemaname = current_schema()
                 AND NOT EXISTS
                     (SELECT 1 FROM pg_constraint k
                       WHERE k.conname = i.indexname
                         AND k.connamespace =
                             (SELECT n.oid FROM pg_namespace n
                               WHERE n.nspname = current_schema()))
               UNION ALL
               SELECT 'CONSTRAINT',
                      CAST(r.relname AS VARCHAR) || '.' || k.conname,
                      'ALTER TABLE ' || quote_ident(r.relname)
                      || ' ADD CONSTRAINT ' || quote_ident(k.conname)
                      || ' ' || pg_get_constraintdef(k.oid),
                      'ALTER TABLE ' || quote_ident(r.relname)
                      || ' DROP CONSTRAINT ' || quote_ident(k.conname),
                      'ALTER TABLE ' || quote_ident(r.relname)
                      || ' DROP CONSTRAINT ' || quote_ident(k.conname)
                      || '; ALTER TABLE ' || quote_ident(r.relname)
                      || ' ADD CONSTRAINT ' || quote_ident(k.conname)
                      || ' ' || pg_get_constraintdef(k.oid),
                      CAST(r.relname AS VARCHAR)
               FROM pg_constraint k
               JOIN pg_class r ON r.oid = k.conrelid
               WHERE k.contype IN ('p', 'u', 'f', 'c')
                 AND r.relnamespace =
                     (SELECT n.oid FROM pg_namespace n
                       WHERE n.nspname = current_schema())
               UNION ALL
               SELECT 'FUNCTION',
                      CAST(CAST(p.oid AS regprocedure) AS VARCHAR),
                      pg_get_functiondef(p.oid),
                      'DROP FUNCTION '
                      || CAST(CAST(p.oid AS regprocedure) AS VARCHAR),
                      pg_get_functiondef(p.oid),
                      CAST('' AS VARCHAR)
               FROM pg_proc p
               WHERE p.prokind = 'f'
                 AND p.pronamespace =
                     (SELECT n.oid FROM pg_namespace n
                       WHERE n.nspname = current_schema())
                 AND NOT EXISTS
                     (SELECT 1 FROM pg_depend e
                       WHERE e.objid = p.oid
                         AND e.deptype = 'e')
               UNION ALL
               SELECT 'TRIGGER',
                      CAST(c.relname AS VARCHAR) || '.' || t.tgname,
                      pg_get_triggerdef(t.oid),
                      'DROP TRIGGER ' || quote_ident(t.tgname)
                      || ' ON ' || quote_ident(c.relname),
                      'DROP TRIGGER ' || quote_ident(t.tgname)
                      || ' ON ' || quote_ident(c.relname) || '; '
                      || pg_get_triggerdef(t.oid),
                      CAST(c.relname AS VARCHAR)
               FROM pg_trigger t
               JOIN pg_class c ON c.oid = t.tgrelid
               WHERE NOT t.tgisinternal
                 AND c.relnamespace =
                     (SELECT n.oid FROM pg_namespace n
                       WHERE n.nspname = current_schema())
               UNION ALL
               SELECT 'EXTENSION', CAST(x.extname AS VARCHAR),
                      'CREATE EXTENSION IF NOT EXISTS '
                      || quote_ident(x.extname),
                      'DROP EXTENSION ' || quote_ident(x.extname),
                      CAST('' AS VARCHAR),
                      CAST('' AS VARCHAR)
               FROM pg_extension x
               WHERE x.extname <> 'plpgsql'
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TEMPORARY TABLE mig_catalog_before AS
                   SELECT * FROM mig_catalog
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           DISPLAY 'Preview - the move runs inside a transaction that '
                   'is rolled back at the end.'.
       2001-START-PREVIEW-END.
      ******************************************************************
      * The difference, in an order that would run: drops first, the
      * dependent objects before what they depend on, then changes,
      * then additions in the opposite order. Columns of a table that
      * comes or goes as a whole are covered by its CREATE or DROP
      * TABLE, and what hung on a dropped table goes with it. A table
      * renamed by a step shows as a drop and a create.
       2101-LIST-PREVIEW.
           DISPLAY 'DDL this move would execute:'.

           EXEC SQL DECLARE PV_CUR CURSOR FOR
               SELECT x.action, x.obj_kind, x.obj_name,
                      LEFT(x.ddl, 8000)
               FROM (SELECT CASE WHEN b.obj_name IS NULL THEN 'ADD'
                                 WHEN a.obj_name IS NULL THEN 'DROP'
                                 ELSE 'ALTER' END AS action,
                            COALESCE(a.obj_kind, b.obj_kind)
                                AS obj_kind,
                            COALESCE(a.obj_name, b.obj_name)
                                AS obj_name,
                            COALESCE(a.owner_table, b.owner_table)
                                AS owner_table,
                            CASE WHEN b.obj_name IS NULL
                                     THEN a.obj_ddl
                                 WHEN a.obj_name IS NULL
                                     THEN b.drop_ddl
                                 ELSE a.alter_ddl END AS ddl,
                            CASE COALESCE(a.obj_kind, b.obj_kind)
                                 WHEN 'EXTENSION' THEN 1
                                 WHEN 'FUNCTION' THEN 2
                                 WHEN 'TABLE' THEN 3
                                 WHEN 'COLUMN' THEN 4
                                 WHEN 'CONSTRAINT' THEN 5
                                 WHEN 'INDEX' THEN 6
                                 WHEN 'VIEW' THEN 7
                                 ELSE 8 END AS kind_rank
                     FROM mig_catalog a
                     FULL OUTER JOIN mig_catalog_before b
                       ON b.obj_kind = a.obj_kind
                      AND b.obj_name = a.obj_name
                     WHERE a.obj_name IS NULL
                        OR b.obj_name IS NULL
                        OR a.obj_ddl <> b.obj_ddl) x
               WHERE NOT (x.obj_kind = 'TABLE'
                          AND x.action = 'ALTER')
                 AND NOT (x.obj_kind = 'COLUMN'
                          AND x.action <> 'ALTER'
                          AND (EXISTS
                                 (SELECT 1 FROM mig_catalog n
                                   WHERE n.obj_kind = 'TABLE'
                                     AND n.obj_name = x.owner_table)
                               <> EXISTS
                                 (SELECT 1 FROM mig_catalog_before o
                                   WHERE o.obj_kind = 'TABLE'
                                     AND o.obj_name = x.owner_table)))
                 AND NOT (x.obj_kind IN ('CONSTRAINT', 'INDEX',
                                         'TRIGGER')
                          AND x.action = 'DROP'
                          AND NOT EXISTS
                              (SELECT 1 FROM mig_catalog n
                                WHERE n.obj_kind IN ('TABLE', 'VIEW')
                                  AND n.obj_name = x.owner_table))
               ORDER BY CASE x.action WHEN 'DROP' THEN 1
                                      WHEN 'ALTER' THEN 2
                                      ELSE 3 END,
                        CASE WHEN x.action = 'DROP'
                             THEN 0 - x.kind_rank
                             ELSE x.kind_rank END,
                        x.obj_name
           END-EXEC.

           EXEC SQL OPEN PV_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE ZERO TO PREVIEW-LINE-COUNT.
           MOVE 'N' TO PV-EOF-SWITCH.
           PERFORM 2150-FETCH-PREVIEW-LINE
               THRU 2150-FETCH-PREVIEW-LINE-END
               UNTIL PV-EOF.

           EXEC SQL CLOSE PV_CUR END-EXEC.

           IF PREVIEW-LINE-COUNT = 0
               DISPLAY '  (no DDL - the schema is already there)'
           END-IF.

           IF PREVIEW-WARN-COUNT > 0
               DISPLAY PREVIEW-WARN-COUNT ' drop(s) above would '
                       'destroy data - DOWN refuses them unless it '
                       'is given UNLOAD.'
           END-IF.

           DISPLAY 'Preview only - nothing was changed.'.
       2101-LIST-PREVIEW-END.
      ******************************************************************
       2150-FETCH-PREVIEW-LINE.
           MOVE SPACES TO PV-DDL.
           EXEC SQL
               FETCH PV_CUR INTO :PV-ACTION, :PV-KIND, :PV-NAME,
                                 :PV-DDL
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET PV-EOF TO TRUE
                   GO TO 2150-FETCH-PREVIEW-LINE-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           ADD 1 TO PREVIEW-LINE-COUNT.
           DISPLAY '-- ' PV-ACTION ' ' FUNCTION TRIM(PV-KIND) ' '
                   FUNCTION TRIM(PV-NAME).
           DISPLAY FUNCTION TRIM(PV-DDL) ';'.
       2150-FETCH-PREVIEW-LINE-END.
      ******************************************************************
       3001-APPLY-MIGRATIONS.
           DISPLAY 'Applying schema migrations...'.

           PERFORM 4056-STEP-056
               THRU 4056-STEP-056-END.

           PERFORM 4057-STEP-057
               THRU 4057-STEP-057-END.

           PERFORM 4058-STEP-058
               THRU 4058-STEP-058-END.

           PERFORM 4059-STEP-059
               THRU 4059-STEP-059-END.

           PERFORM 4060-STEP-060
               THRU 4060-STEP-060-END.

           PERFORM 4061-STEP-061
               THRU 4061-STEP-061-END.

           PERFORM 4062-STEP-062
               THRU 4062-STEP-062-END.

           PERFORM 4063-STEP-063
               THRU 4063-STEP-063-END.

           PERFORM 4064-STEP-064
               THRU 4064-STEP-064-END.

           PERFORM 4065-STEP-065
               THRU 4065-STEP-065-END.

           PERFORM 4066-STEP-066
               THRU 4066-STEP-066-END.

           PERFORM 4067-STEP-067
               THRU 4067-STEP-067-END.

           PERFORM 4068-STEP-068
               THRU 4068-STEP-068-END.

           PERFORM 4069-STEP-069
               THRU 4069-STEP-069-END.

           PERFORM 4070-STEP-070
               THRU 4070-STEP-070-END.

           PERFORM 4071-STEP-071
               THRU 4071-STEP-071-END.

           PERFORM 4072-STEP-072
               THRU 4072-STEP-072-END.

           PERFORM 4073-STEP-073
               THRU 4073-STEP-073-END.

           PERFORM 4074-STEP-074
               THRU 4074-STEP-074-END.

           PERFORM 4075-STEP-075
               THRU 4075-STEP-075-END.

           PERFORM 4076-STEP-076
               THRU 4076-STEP-076-END.

           PERFORM 4077-STEP-077
               THRU 4077-STEP-077-END.

           PERFORM 4078-STEP-078
               THRU 4078-STEP-078-END.

           PERFORM 4079-STEP-079
               THRU 4079-STEP-079-END.

           PERFORM 4080-STEP-080
               THRU 4080-STEP-080-END.

           PERFORM 4081-STEP-081
               THRU 4081-STEP-081-END.

           PERFORM 4082-STEP-082
               THRU 4082-STEP-082-END.

           PERFORM 4083-STEP-083
               THRU 4083-STEP-083-END.

           PERFORM 4084-STEP-084
               THRU 4084-STEP-084-END.

           PERFORM 4085-STEP-085
               THRU 4085-STEP-085-END.

           PERFORM 4086-STEP-086
               THRU 4086-STEP-086-END.

           PERFORM 4087-STEP-087
               THRU 4087-STEP-087-END.

           PERFORM 4088-STEP-088
               THRU 4088-STEP-088-END.

           PERFORM 4089-STEP-089
               THRU 4089-STEP-089-END.

           PERFORM 4090-STEP-090
               THRU 4090-STEP-090-END.

           PERFORM 4091-STEP-091
               THRU 4091-STEP-091-END.

           PERFORM 4092-STEP-092
               THRU 4092-STEP-092-END.

           PERFORM 4093-STEP-093
               THRU 4093-STEP-093-END.

           PERFORM 4094-STEP-094
               THRU 4094-STEP-094-END.

           PERFORM 4095-STEP-095
               THRU 4095-STEP-095-END.

           PERFORM 4096-STEP-096
               THRU 4096-STEP-096-END.

           PERFORM 4097-STEP-097
               THRU 4097-STEP-097-END.

           PERFORM 4098-STEP-098
               THRU 4098-STEP-098-END.

           PERFORM 4099-STEP-099
               THRU 4099-STEP-099-END.

           PERFORM 4100-STEP-100
               THRU 4100-STEP-100-END.

           PERFORM 4101-STEP-101
               THRU 4101-STEP-101-END.

           PERFORM 4102-STEP-102
               THRU 4102-STEP-102-END.

           PERFORM 4103-STEP-103
               THRU 4103-STEP-103-END.

           PERFORM 4104-STEP-104
               THRU 4104-STEP-104-END.

           PERFORM 4105-STEP-105
               THRU 4105-STEP-105-END.

           PERFORM 4106-STEP-106
               THRU 4106-STEP-106-END.

           PERFORM 4107-STEP-107
               THRU 4107-STEP-107-END.
       3001-APPLY-MIGRATIONS-END.
      ******************************************************************
       4001-STEP-001.
           MOVE 1 TO MIG-STEP-NUMBER.
           MOVE 'error_log table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4001-STEP-001-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS error_log (
       4002-STEP-002.
           MOVE 2 TO MIG-STEP-NUMBER.
           MOVE 'run_watermark table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4002-STEP-002-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS run_watermark (
       4003-STEP-003.
           MOVE 3 TO MIG-STEP-NUMBER.
           MOVE 'databank.created_at column' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4003-STEP-003-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
       4004-STEP-004.
           MOVE 4 TO MIG-STEP-NUMBER.
           MOVE 'country_mapping table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4004-STEP-004-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS country_mapping (
       4005-STEP-005.
           MOVE 5 TO MIG-STEP-NUMBER.
           MOVE 'country_code_audit table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4005-STEP-005-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS country_code_audit (
       4006-STEP-006.
           MOVE 6 TO MIG-STEP-NUMBER.
           MOVE 'corrige_checkpoint table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4006-STEP-006-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS corrige_checkpoint (
       4007-STEP-007.
           MOVE 7 TO MIG-STEP-NUMBER.
           MOVE 'merge_audit table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4007-STEP-007-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS merge_audit (
       4008-STEP-008.
           MOVE 8 TO MIG-STEP-NUMBER.
           MOVE 'databank_change_journal table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4008-STEP-008-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS databank_change_journal (
       4009-STEP-009.
           MOVE 9 TO MIG-STEP-NUMBER.
           MOVE 'phrase_history table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4009-STEP-009-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS phrase_history (
       4010-STEP-010.
           MOVE 10 TO MIG-STEP-NUMBER.
           MOVE 'phrase.spoken column' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4010-STEP-010-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
       4011-STEP-011.
           MOVE 11 TO MIG-STEP-NUMBER.
           MOVE 'job_run_log table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4011-STEP-011-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS job_run_log (
       4012-STEP-012.
           MOVE 12 TO MIG-STEP-NUMBER.
           MOVE 'pending_corrections table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4012-STEP-012-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS pending_corrections (
       4013-STEP-013.
           MOVE 13 TO MIG-STEP-NUMBER.
           MOVE 'job_lock table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4013-STEP-013-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS job_lock (
       4014-STEP-014.
           MOVE 14 TO MIG-STEP-NUMBER.
           MOVE 'databank_archive table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4014-STEP-014-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS databank_archive (
       4015-STEP-015.
           MOVE 15 TO MIG-STEP-NUMBER.
           MOVE 'region_map table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4015-STEP-015-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS region_map (
       4016-STEP-016.
           MOVE 16 TO MIG-STEP-NUMBER.
           MOVE 'iso_country table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4016-STEP-016-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS iso_country (
       4017-STEP-017.
           MOVE 17 TO MIG-STEP-NUMBER.
           MOVE 'gender_domain table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4017-STEP-017-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS gender_domain (
       4018-STEP-018.
           MOVE 18 TO MIG-STEP-NUMBER.
           MOVE 'databank.birth_date column' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4018-STEP-018-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
       4019-STEP-019.
           MOVE 19 TO MIG-STEP-NUMBER.
           MOVE 'statistics history tables' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4019-STEP-019-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS gender_proportions_history (
       4020-STEP-020.
           MOVE 20 TO MIG-STEP-NUMBER.
           MOVE 'batch calendar tables' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4020-STEP-020-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS batch_calendar (
       4021-STEP-021.
           MOVE 21 TO MIG-STEP-NUMBER.
           MOVE 'distribution_registry table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4021-STEP-021-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS distribution_registry (
       4022-STEP-022.
           MOVE 22 TO MIG-STEP-NUMBER.
           MOVE 'load_batch table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4022-STEP-022-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS load_batch (
       4023-STEP-023.
           MOVE 23 TO MIG-STEP-NUMBER.
           MOVE 'databank.load_batch_id column' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4023-STEP-023-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
           MOVE 24 TO MIG-STEP-NUMBER.
           MOVE 'databank_archive.load_batch_id column'
               TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4024-STEP-024-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
       4025-STEP-025.
           MOVE 25 TO MIG-STEP-NUMBER.
           MOVE 'request_log table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4025-STEP-025-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS request_log (
       4026-STEP-026.
           MOVE 26 TO MIG-STEP-NUMBER.
           MOVE 'databank lifecycle status columns' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4026-STEP-026-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
       4027-STEP-027.
           MOVE 27 TO MIG-STEP-NUMBER.
           MOVE 'volume_history table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4027-STEP-027-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS volume_history (
       4028-STEP-028.
           MOVE 28 TO MIG-STEP-NUMBER.
           MOVE 'databank_maint_audit table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4028-STEP-028-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS databank_maint_audit (
       4029-STEP-029.
           MOVE 29 TO MIG-STEP-NUMBER.
           MOVE 'databank_archive lifecycle columns' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4029-STEP-029-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
       4030-STEP-030.
           MOVE 30 TO MIG-STEP-NUMBER.
           MOVE 'postal address columns' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4030-STEP-030-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
       4031-STEP-031.
           MOVE 31 TO MIG-STEP-NUMBER.
           MOVE 'databank email bounce columns' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4031-STEP-031-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
       4031-STEP-031-END.
      ******************************************************************
      * One staged message per recipient and run: MailSpl writes the
      * spool file and registers it here as NEW; MailRcpt applies
      * the gateway's receipts (SENT or FAILED), and the job_run_log
      * reference ties every message back to the run that produced
      * it.
       4032-STEP-032.
           MOVE 32 TO MIG-STEP-NUMBER.
           MOVE 'mail_staging table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4032-STEP-032-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS mail_staging (
       4033-STEP-033.
           MOVE 33 TO MIG-STEP-NUMBER.
           MOVE 'consent tables' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4033-STEP-033-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS consent_preference (
       4034-STEP-034.
           MOVE 34 TO MIG-STEP-NUMBER.
           MOVE 'household tables' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4034-STEP-034-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS household (
           MOVE 35 TO MIG-STEP-NUMBER.
           MOVE 'change journal before/after columns'
               TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4035-STEP-035-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
       4036-STEP-036.
           MOVE 36 TO MIG-STEP-NUMBER.
           MOVE 'legal_hold table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4036-STEP-036-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS legal_hold (
       4037-STEP-037.
           MOVE 37 TO MIG-STEP-NUMBER.
           MOVE 'report_catalog table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4037-STEP-037-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS report_catalog (
           MOVE 38 TO MIG-STEP-NUMBER.
           MOVE 'supplier registry and reject stats'
               TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4038-STEP-038-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS supplier_registry (
       4039-STEP-039.
           MOVE 39 TO MIG-STEP-NUMBER.
           MOVE 'extract_recon table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4039-STEP-039-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS extract_recon (
       4040-STEP-040.
           MOVE 40 TO MIG-STEP-NUMBER.
           MOVE 'screening_log table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4040-STEP-040-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS screening_log (
       4041-STEP-041.
           MOVE 41 TO MIG-STEP-NUMBER.
           MOVE 'batch_chain table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4041-STEP-041-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS batch_chain (
       4042-STEP-042.
           MOVE 42 TO MIG-STEP-NUMBER.
           MOVE 'batch_chain.run_group column' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4042-STEP-042-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
       4043-STEP-043.
           MOVE 43 TO MIG-STEP-NUMBER.
           MOVE 'batch_calendar deadline columns' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4043-STEP-043-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
       4044-STEP-044.
           MOVE 44 TO MIG-STEP-NUMBER.
           MOVE 'ops_hold table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4044-STEP-044-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS ops_hold (
       4045-STEP-045.
           MOVE 45 TO MIG-STEP-NUMBER.
           MOVE 'error_severity_rule table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4045-STEP-045-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS error_severity_rule (
       4046-STEP-046.
           MOVE 46 TO MIG-STEP-NUMBER.
           MOVE 'databank_snapshot table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4046-STEP-046-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS databank_snapshot (
       4047-STEP-047.
           MOVE 47 TO MIG-STEP-NUMBER.
           MOVE 'control_file_log table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4047-STEP-047-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS control_file_log (
       4048-STEP-048.
           MOVE 48 TO MIG-STEP-NUMBER.
           MOVE 'privileged_action_log table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4048-STEP-048-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS privileged_action_log (
       4049-STEP-049.
           MOVE 49 TO MIG-STEP-NUMBER.
           MOVE 'demographic_indicators_history' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4049-STEP-049-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS
       4050-STEP-050.
           MOVE 50 TO MIG-STEP-NUMBER.
           MOVE 'phrase_usage table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4050-STEP-050-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS phrase_usage (
       4051-STEP-051.
           MOVE 51 TO MIG-STEP-NUMBER.
           MOVE 'databank_seal table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4051-STEP-051-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS databank_seal (
       4052-STEP-052.
           MOVE 52 TO MIG-STEP-NUMBER.
           MOVE 'load_checkpoint table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4052-STEP-052-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS load_checkpoint (
       4053-STEP-053.
           MOVE 53 TO MIG-STEP-NUMBER.
           MOVE 'run_verdict table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4053-STEP-053-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS run_verdict (
       4054-STEP-054.
           MOVE 54 TO MIG-STEP-NUMBER.
           MOVE 'tld_mapping table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4054-STEP-054-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS tld_mapping (
       4055-STEP-055.
           MOVE 55 TO MIG-STEP-NUMBER.
           MOVE 'deceased_review table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4055-STEP-055-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS deceased_review (
       4056-STEP-056.
           MOVE 56 TO MIG-STEP-NUMBER.
           MOVE 'load_checkpoint.run_mode column' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4056-STEP-056-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               THRU 5100-RECORD-STEP-END.
       4056-STEP-056-END.
      ******************************************************************
      * The post office's reference file: one row per postal code and
      * locality, plus one row per street where the post office
      * publishes the street list for that code (street '' marks the
      * locality-only row). AddrVer checks every databank address
      * against it and moves address_status on from 'U'.
       4057-STEP-057.
           MOVE 57 TO MIG-STEP-NUMBER.
           MOVE 'postal_reference table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4057-STEP-057-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS postal_reference (
                   country_code VARCHAR(10) NOT NULL,
                   postal_code VARCHAR(10) NOT NULL,
                   locality VARCHAR(50) NOT NULL,
                   street VARCHAR(50) NOT NULL DEFAULT '',
                   loaded_at TIMESTAMP,
                   PRIMARY KEY (country_code, postal_code, locality,
                                street)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4057-STEP-057-END.
      ******************************************************************
      * Verification outcome per address: when it was last checked and
      * why it failed, so the desk can see at a glance what to correct
      * through DbMnt. address_status itself gains 'C' (verified after
      * the city spelling was corrected) and 'I' (failed verification).
       4058-STEP-058.
           MOVE 58 TO MIG-STEP-NUMBER.
           MOVE 'address verification columns' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4058-STEP-058-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.columns
               WHERE table_name = 'databank'
                 AND column_name = 'address_checked_at'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               EXEC SQL
                   ALTER TABLE databank
                       ADD COLUMN address_checked_at TIMESTAMP
               END-EXEC

               EXEC SQL
                   ALTER TABLE databank
                       ADD COLUMN address_check_reason VARCHAR(40)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4058-STEP-058-END.
      ******************************************************************
      * What the mail gateway reported back for each staged message:
      * its own event time, the SMTP reply line, and when MailRcpt
      * applied the receipt - the last one lets the receipt run
      * reconcile exactly the MailSpl runs it touched.
       4059-STEP-059.
           MOVE 59 TO MIG-STEP-NUMBER.
           MOVE 'mail_staging receipt columns' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4059-STEP-059-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.columns
               WHERE table_name = 'mail_staging'
                 AND column_name = 'smtp_reply'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               EXEC SQL
                   ALTER TABLE mail_staging
                       ADD COLUMN receipt_at TIMESTAMP
               END-EXEC

               EXEC SQL
                   ALTER TABLE mail_staging
                       ADD COLUMN smtp_reply VARCHAR(100)
               END-EXEC

               EXEC SQL
                   ALTER TABLE mail_staging
                       ADD COLUMN closed_at TIMESTAMP
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4059-STEP-059-END.
      ******************************************************************
      * One ledger of every outbound contact with an individual -
      * letter, email or extract inclusion - written by the job that
      * made it, so "how often did we write to this person" has one
      * answer. The frequency rule caps contacts per channel within a
      * rolling window of days; the letter and mail runs hold back
      * anyone already at the cap. POST starts at two in 30 days.
       4060-STEP-060.
           MOVE 60 TO MIG-STEP-NUMBER.
           MOVE 'contact history tables' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4060-STEP-060-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS contact_history (
                   id SERIAL PRIMARY KEY,
                   databank_id VARCHAR(36) NOT NULL,
                   channel VARCHAR(8) NOT NULL,
                   program_name VARCHAR(20),
                   job_run_log_id INTEGER,
                   document_ref VARCHAR(80),
                   contacted_at TIMESTAMP NOT NULL
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE INDEX IF NOT EXISTS contact_history_ix1
                   ON contact_history (databank_id, channel,
                                       contacted_at)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS contact_frequency_rule (
                   channel VARCHAR(8) PRIMARY KEY,
                   max_contacts INTEGER NOT NULL,
                   window_days INTEGER NOT NULL
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO contact_frequency_rule
                   (channel, max_contacts, window_days)
               VALUES ('POST', 2, 30)
               ON CONFLICT (channel) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4060-STEP-060-END.
      ******************************************************************
      * The campaign register: what a named mailing is for, which
      * letter template and channel it uses, and the selection it
      * stands for (countries, age bracket, language, gender and
      * heads of household only). CmpMnt maintains it; BelInfo and
      * MailSpl run a campaign instead of a raw country list. An age
      * bound of 0 and a blank language or gender mean no
      * restriction.
       4061-STEP-061.
           MOVE 61 TO MIG-STEP-NUMBER.
           MOVE 'campaign register tables' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4061-STEP-061-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS campaign (
                   campaign_id VARCHAR(20) PRIMARY KEY,
                   description VARCHAR(80),
                   template_key VARCHAR(10) NOT NULL DEFAULT '',
                   channel VARCHAR(8) NOT NULL,
                   country_list VARCHAR(200) NOT NULL DEFAULT '',
                   age_min INTEGER NOT NULL DEFAULT 0,
                   age_max INTEGER NOT NULL DEFAULT 0,
                   spoken VARCHAR(50) NOT NULL DEFAULT '',
                   gender VARCHAR(10) NOT NULL DEFAULT '',
                   head_only CHAR(1) NOT NULL DEFAULT 'N',
                   status CHAR(1) NOT NULL DEFAULT 'O',
                   created_by VARCHAR(30),
                   created_at TIMESTAMP,
                   closed_at TIMESTAMP
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

      *    One row per campaign run and country: how many the
      *    selection found, how many actually went out, and how many
      *    consent or the contact frequency rule held back.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS campaign_run (
                   id SERIAL PRIMARY KEY,
                   campaign_id VARCHAR(20) NOT NULL,
                   program_name VARCHAR(20),
                   job_run_log_id INTEGER,
                   country_code VARCHAR(10),
                   selected_count INTEGER NOT NULL DEFAULT 0,
                   sent_count INTEGER NOT NULL DEFAULT 0,
                   suppressed_count INTEGER NOT NULL DEFAULT 0,
                   run_at TIMESTAMP NOT NULL
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

      *    The business's follow-up answer per individual, loaded by
      *    CmpResp: REPLIED, NOREPLY or OPTOUT.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS campaign_response (
                   campaign_id VARCHAR(20) NOT NULL,
                   databank_id VARCHAR(36) NOT NULL,
                   response VARCHAR(8) NOT NULL,
                   responded_on DATE,
                   loaded_at TIMESTAMP NOT NULL,
                   PRIMARY KEY (campaign_id, databank_id)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4061-STEP-061-END.
      ******************************************************************
      * Every letter and staged email produced under a campaign
      * carries its id, in the contact ledger and in mail_staging;
      * returned_at marks a contact that came back undelivered.
       4062-STEP-062.
           MOVE 62 TO MIG-STEP-NUMBER.
           MOVE 'campaign tagging columns' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4062-STEP-062-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.columns
               WHERE table_name = 'contact_history'
                 AND column_name = 'campaign_id'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               EXEC SQL
                   ALTER TABLE contact_history
                       ADD COLUMN campaign_id VARCHAR(20)
               END-EXEC

               EXEC SQL
                   ALTER TABLE contact_history
                       ADD COLUMN returned_at TIMESTAMP
               END-EXEC

               EXEC SQL
                   ALTER TABLE mail_staging
                       ADD COLUMN campaign_id VARCHAR(20)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4062-STEP-062-END.
      ******************************************************************
      * Bulk-rate deposit data for MailMfst: the post office's weight
      * classes and bulk tariff per country ('*' is the default for
      * every country without rows of its own), the sorting zones as
      * postal code prefixes (longest prefix wins; a code with no
      * matching prefix sorts under its first two characters), and
      * one manifest row per letter file deposited.
       4063-STEP-063.
           MOVE 63 TO MIG-STEP-NUMBER.
           MOVE 'postal deposit tables' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4063-STEP-063-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS postal_tariff (
                   country_code VARCHAR(10) NOT NULL,
                   weight_class CHAR(1) NOT NULL,
                   max_grams INTEGER NOT NULL,
                   bulk_rate NUMERIC(7,3) NOT NULL,
                   PRIMARY KEY (country_code, weight_class)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO postal_tariff
                   (country_code, weight_class, max_grams, bulk_rate)
               VALUES ('*', '1', 20, 0.850),
                      ('*', '2', 50, 1.400),
                      ('*', '3', 100, 2.100),
                      ('*', '4', 350, 3.900)
               ON CONFLICT (country_code, weight_class) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS postal_sort_zone (
                   country_code VARCHAR(10) NOT NULL,
                   postal_prefix VARCHAR(10) NOT NULL,
                   zone_code VARCHAR(10) NOT NULL,
                   PRIMARY KEY (country_code, postal_prefix)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS mail_manifest (
                   id SERIAL PRIMARY KEY,
                   run_date DATE NOT NULL,
                   country_code VARCHAR(10),
                   letter_file VARCHAR(60),
                   manifest_file VARCHAR(60),
                   pieces_indexed INTEGER,
                   pieces_counted INTEGER,
                   bundle_count INTEGER,
                   postage NUMERIC(11,2),
                   balanced CHAR(1),
                   job_run_log_id INTEGER,
                   created_at TIMESTAMP
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4063-STEP-063-END.
      ******************************************************************
      * Returned post: every envelope the post office sends back is
      * logged in post_return with the reason scanned off the slip
      * and the supplier the address came from, and the databank row
      * carries the running count plus the latest reason and date.
      * A second return puts address_status to 'R' (returned) and
      * BelInfo stops addressing letters to it until the desk
      * corrects the address through DbMnt.
       4064-STEP-064.
           MOVE 64 TO MIG-STEP-NUMBER.
           MOVE 'returned post tracking' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4064-STEP-064-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.columns
               WHERE table_name = 'databank'
                 AND column_name = 'post_return_count'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               EXEC SQL
                   ALTER TABLE databank
                       ADD COLUMN post_return_count INTEGER
               END-EXEC

               EXEC SQL
                   ALTER TABLE databank
                       ADD COLUMN post_return_reason VARCHAR(10)
               END-EXEC

               EXEC SQL
                   ALTER TABLE databank
                       ADD COLUMN post_return_date DATE
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS post_return (
                   id SERIAL PRIMARY KEY,
                   databank_id VARCHAR(36) NOT NULL,
                   reason VARCHAR(10) NOT NULL,
                   return_date DATE NOT NULL,
                   supplier_id VARCHAR(10),
                   load_batch_id INTEGER,
                   action CHAR(1),
                   processed_at TIMESTAMP NOT NULL,
                   UNIQUE (databank_id, return_date, reason)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4064-STEP-064-END.
      ******************************************************************
      * The postal service's monthly forwarding file, one row per
      * entry FwdMatch could place: 'A' the new address was applied
      * (straight away for a confident match, or after review), 'P'
      * a doubtful match waiting in FwdRev's review list, 'R' a
      * candidate the reviewer turned down. A doubtful entry with
      * several candidates gets one row per candidate under the same
      * entry_ref; approving one closes the others.
       4065-STEP-065.
           MOVE 65 TO MIG-STEP-NUMBER.
           MOVE 'address_forward table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4065-STEP-065-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS address_forward (
                   id SERIAL PRIMARY KEY,
                   entry_ref VARCHAR(20) NOT NULL,
                   databank_id VARCHAR(36) NOT NULL,
                   last_name VARCHAR(50),
                   first_name VARCHAR(50),
                   old_street VARCHAR(50),
                   old_postal_code VARCHAR(10),
                   old_city VARCHAR(50),
                   new_street VARCHAR(50),
                   new_house_no VARCHAR(10),
                   new_box_no VARCHAR(10),
                   new_postal_code VARCHAR(10),
                   new_city VARCHAR(50),
                   move_date DATE,
                   match_type VARCHAR(8) NOT NULL,
                   status CHAR(1) NOT NULL,
                   loaded_at TIMESTAMP NOT NULL,
                   decided_by VARCHAR(30),
                   decided_at TIMESTAMP
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE INDEX IF NOT EXISTS address_forward_ix1
                   ON address_forward (databank_id, status)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4065-STEP-065-END.
      ******************************************************************
      * CtryFuzz's proposals name the country spelling they were
      * scored from, the score (0-100) and how it was reached, so
      * CorAppr can show the evidence and, on approval, teach the
      * spelling to country_mapping. Other proposals leave them null.
       4066-STEP-066.
           MOVE 66 TO MIG-STEP-NUMBER.
           MOVE 'fuzzy country proposal columns' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4066-STEP-066-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.columns
               WHERE table_name = 'pending_corrections'
                 AND column_name = 'source_country'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               EXEC SQL
                   ALTER TABLE pending_corrections
                       ADD COLUMN source_country VARCHAR(50)
               END-EXEC

               EXEC SQL
                   ALTER TABLE pending_corrections
                       ADD COLUMN match_score SMALLINT
               END-EXEC

               EXEC SQL
                   ALTER TABLE pending_corrections
                       ADD COLUMN match_method VARCHAR(10)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4066-STEP-066-END.
      ******************************************************************
      * Spoken language by postal region: one row per range of postal
      * codes (inclusive, compared digit for digit) and the language
      * spoken there. An empty spoken marks a bilingual region where
      * the postal code cannot decide. SpkInfer proposes a spoken
      * value from it for individuals with none or one the phrase
      * table does not know; those proposals share the country
      * correction queue, told apart by correction_type ('C' country,
      * 'S' spoken).
       4067-STEP-067.
           MOVE 67 TO MIG-STEP-NUMBER.
           MOVE 'spoken language regions' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4067-STEP-067-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS spoken_region (
                   country_code VARCHAR(10) NOT NULL,
                   postal_from VARCHAR(10) NOT NULL,
                   postal_to VARCHAR(10) NOT NULL,
                   spoken VARCHAR(50) NOT NULL DEFAULT '',
                   region_name VARCHAR(30),
                   PRIMARY KEY (country_code, postal_from)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO spoken_region
                   (country_code, postal_from, postal_to, spoken,
                    region_name)
               VALUES ('BE', '1000', '1299', '', 'Brussels'),
                      ('BE', '1300', '1499', 'French',
                       'Walloon Brabant'),
                      ('BE', '1500', '3999', 'Dutch', 'Flanders'),
                      ('BE', '4000', '4699', 'French', 'Liege'),
                      ('BE', '4700', '4799', 'German',
                       'East Cantons'),
                      ('BE', '4800', '7999', 'French', 'Wallonia'),
                      ('BE', '8000', '9999', 'Dutch', 'Flanders'),
                      ('CH', '1000', '1699', 'French', 'Romandy'),
                      ('CH', '1700', '1799', '', 'Fribourg'),
                      ('CH', '1800', '2499', 'French', 'Romandy'),
                      ('CH', '2500', '2599', '', 'Biel/Bienne'),
                      ('CH', '2600', '2999', 'French', 'Jura'),
                      ('CH', '3000', '6499', 'German',
                       'German-speaking'),
                      ('CH', '6500', '6999', 'Italian', 'Ticino'),
                      ('CH', '7000', '9999', 'German',
                       'German-speaking'),
                      ('LU', '1000', '9999', 'French', 'Luxembourg')
               ON CONFLICT (country_code, postal_from) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.columns
               WHERE table_name = 'pending_corrections'
                 AND column_name = 'correction_type'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               EXEC SQL
                   ALTER TABLE pending_corrections
                       ADD COLUMN correction_type CHAR(1) NOT NULL
                           DEFAULT 'C'
               END-EXEC

               EXEC SQL
                   ALTER TABLE pending_corrections
                       ADD COLUMN old_spoken VARCHAR(50)
               END-EXEC

               EXEC SQL
                   ALTER TABLE pending_corrections
                       ADD COLUMN new_spoken VARCHAR(50)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4067-STEP-067-END.
      ******************************************************************
      * Belgian national register number (eleven digits, stored
      * without the dots and dash it is usually written with). The
      * entry programs validate it through NrnVal and refuse a number
      * already held by another individual; the index is deliberately
      * not unique so that RecRest and legacy rows never fail on it -
      * DupChk reports any number found on more than one row.
       4068-STEP-068.
           MOVE 68 TO MIG-STEP-NUMBER.
           MOVE 'national register number' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4068-STEP-068-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.columns
               WHERE table_name = 'databank'
                 AND column_name = 'national_no'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               EXEC SQL
                   ALTER TABLE databank
                       ADD COLUMN national_no VARCHAR(11)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

      *    Once databank is the decrypting view national_no is held
      *    encrypted and lookups go through national_no_token.
           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.tables
               WHERE table_name = 'databank'
                 AND table_type = 'BASE TABLE'
           END-EXEC.

           IF COL-EXISTS-COUNT > 0
               EXEC SQL
                   CREATE INDEX IF NOT EXISTS databank_national_no_ix
                       ON databank (national_no)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4068-STEP-068-END.
      ******************************************************************
      * A minor's consent comes from a parent or guardian and the
      * minor's letters and mail go to that guardian. guardian_link
      * ties a minor's databank id to an adult's; the partial unique
      * index allows one open link per minor - the one correspondence
      * is routed to - while closed links stay behind as history.
      * GrdMnt maintains it; consent_audit now records whose consent
      * a change carries, the guardian's id for a minor.
       4069-STEP-069.
           MOVE 69 TO MIG-STEP-NUMBER.
           MOVE 'guardian linkage for minors' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4069-STEP-069-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS guardian_link (
                   id SERIAL PRIMARY KEY,
                   minor_id VARCHAR(36),
                   guardian_id VARCHAR(36),
                   relationship VARCHAR(20),
                   linked_by VARCHAR(30),
                   linked_at TIMESTAMP,
                   closed_by VARCHAR(30),
                   closed_at TIMESTAMP,
                   close_reason VARCHAR(60)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE UNIQUE INDEX IF NOT EXISTS guardian_link_open_ix
                   ON guardian_link (minor_id)
                   WHERE closed_at IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE INDEX IF NOT EXISTS guardian_link_guardian_ix
                   ON guardian_link (guardian_id)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.columns
               WHERE table_name = 'consent_audit'
                 AND column_name = 'given_by_id'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               EXEC SQL
                   ALTER TABLE consent_audit
                       ADD COLUMN given_by_id VARCHAR(36)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4069-STEP-069-END.
      ******************************************************************
      * Exact and prefix matching never brings 'Vandenbroeck' and
      * 'Van den Broek' together. Every row now carries a phonetic
      * key for each name, built by PhonKey whenever a name is
      * written, and the archive keeps the keys so a restored row
      * comes back with them. PhonDup REKEY fills the keys for rows
      * that predate the columns.
       4070-STEP-070.
           MOVE 70 TO MIG-STEP-NUMBER.
           MOVE 'phonetic name keys' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4070-STEP-070-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.columns
               WHERE table_name = 'databank'
                 AND column_name = 'last_name_key'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               EXEC SQL
                   ALTER TABLE databank
                       ADD COLUMN last_name_key VARCHAR(12)
               END-EXEC

               EXEC SQL
                   ALTER TABLE databank
                       ADD COLUMN first_name_key VARCHAR(12)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.columns
               WHERE table_name = 'databank_archive'
                 AND column_name = 'last_name_key'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               EXEC SQL
                   ALTER TABLE databank_archive
                       ADD COLUMN last_name_key VARCHAR(12)
               END-EXEC

               EXEC SQL
                   ALTER TABLE databank_archive
                       ADD COLUMN first_name_key VARCHAR(12)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

      *    Once databank is the decrypting view the index lives on
      *    databank_store and is not built again here.
           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.tables
               WHERE table_name = 'databank'
                 AND table_type = 'BASE TABLE'
           END-EXEC.

           IF COL-EXISTS-COUNT > 0
               EXEC SQL
                   CREATE INDEX IF NOT EXISTS databank_name_key_ix
                       ON databank (last_name_key, first_name_key)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4070-STEP-070-END.
      ******************************************************************
      * The operator id the privileged utilities ask for used to be
      * free text. operator_register names the people allowed to run
      * them and operator_right says which program each may run and
      * how far: READ for the look-only modes (DRYRUN, STATUS, LIST),
      * EXECUTE for acting. OprChk refuses anyone not registered,
      * inactive or without the right, and logs the refusal in
      * privileged_action_log with outcome 'D'; rows written by the
      * utilities when they act default to 'A'. OprMnt maintains the
      * register and OprCert prints it for recertification.
       4071-STEP-071.
           MOVE 71 TO MIG-STEP-NUMBER.
           MOVE 'operator authorization register' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4071-STEP-071-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS operator_register (
                   operator_id VARCHAR(10) PRIMARY KEY,
                   operator_name VARCHAR(60),
                   active_flag CHAR(1) DEFAULT 'Y',
                   registered_by VARCHAR(10),
                   registered_at TIMESTAMP,
                   deactivated_at TIMESTAMP
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS operator_right (
                   operator_id VARCHAR(10),
                   program_name VARCHAR(20),
                   access_mode VARCHAR(10),
                   granted_by VARCHAR(10),
                   granted_at TIMESTAMP,
                   PRIMARY KEY (operator_id, program_name)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.columns
               WHERE table_name = 'privileged_action_log'
                 AND column_name = 'outcome'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               EXEC SQL
                   ALTER TABLE privileged_action_log
                       ADD COLUMN outcome CHAR(1) DEFAULT 'A'
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4071-STEP-071-END.
      ******************************************************************
      * DbMnt changes to the sensitive fields no longer reach databank
      * on the clerk's word alone. dbmnt_field_policy says per column
      * whether a change needs a second operator; a column missing
      * from the table is treated as needing one. A change that does
      * is staged in pending_maint_changes with its before and after
      * values and the proposing operator; MntAppr approves or
      * rejects it (never by the proposer) and DbMnt APPLY carries
      * the approved ones into databank. Statuses: P pending,
      * A approved, R rejected, D applied, G row gone, S superseded
      * (the value changed again before the apply, or the change no
      * longer passes its checks).
       4072-STEP-072.
           MOVE 72 TO MIG-STEP-NUMBER.
           MOVE 'DbMnt four-eyes approval' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4072-STEP-072-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS dbmnt_field_policy (
                   field_name VARCHAR(20) PRIMARY KEY,
                   approval_required CHAR(1) NOT NULL
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO dbmnt_field_policy
                   (field_name, approval_required)
               VALUES ('last_name', 'Y'), ('first_name', 'Y'),
                      ('email', 'Y'), ('age', 'Y'),
                      ('gender', 'Y'), ('national_no', 'Y'),
                      ('street', 'Y'), ('postal_code', 'Y'),
                      ('city', 'Y'), ('country', 'Y'),
                      ('country_code', 'Y'), ('house_no', 'N'),
                      ('box_no', 'N'), ('spoken', 'N'),
                      ('address_status', 'N')
               ON CONFLICT (field_name) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS pending_maint_changes (
                   id SERIAL PRIMARY KEY,
                   databank_id VARCHAR(36),
                   field_parm VARCHAR(12),
                   field_name VARCHAR(20),
                   old_value VARCHAR(100),
                   new_value VARCHAR(100),
                   status CHAR(1),
                   proposed_by VARCHAR(10),
                   proposed_ticket VARCHAR(20),
                   proposed_at TIMESTAMP,
                   decided_by VARCHAR(10),
                   decided_ticket VARCHAR(20),
                   decided_at TIMESTAMP,
                   applied_at TIMESTAMP
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE INDEX IF NOT EXISTS pending_maint_status_ix
                   ON pending_maint_changes (status, proposed_at)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4072-STEP-072-END.
      ******************************************************************
      * Items waiting for a human sit in several queues with nothing
      * looking across them. review_queue_target is the control table
      * of the queues and the average time to decision each is held
      * to; review_file_queue registers the file-based queues (load
      * suspects and rejects, one row per load batch) so they can be
      * aged and closed like the table-based ones; review_queue_item
      * gives every queue the same shape for QueSla. A queue added
      * later is one more branch of the view and one more target row.
       4073-STEP-073.
           MOVE 73 TO MIG-STEP-NUMBER.
           MOVE 'review queue targets and register' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4073-STEP-073-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS review_queue_target (
                   queue_code VARCHAR(10) PRIMARY KEY,
                   queue_name VARCHAR(40) NOT NULL,
                   owner_program VARCHAR(20),
                   target_hours INTEGER NOT NULL
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO review_queue_target
                   (queue_code, queue_name, owner_program,
                    target_hours)
               VALUES
                   ('CORRECT', 'Country/spoken corrections',
                    'CorAppr', 72),
                   ('DECEASED', 'Deceased proposals', 'DecRev', 48),
                   ('FORWARD', 'Forwarding candidates', 'FwdRev', 72),
                   ('MAINT', 'Staged record changes', 'MntAppr', 24),
                   ('SUSPECT', 'Load suspect files', 'QueSla', 72),
                   ('REJECT', 'Load reject files', 'RejResub', 120),
                   ('REQUEST', 'Department request cards', 'ReqSvc',
                    24)
               ON CONFLICT (queue_code) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS review_file_queue (
                   id SERIAL PRIMARY KEY,
                   queue_code VARCHAR(10) NOT NULL,
                   batch_id INTEGER NOT NULL,
                   file_name VARCHAR(60),
                   item_count INTEGER NOT NULL,
                   registered_at TIMESTAMP NOT NULL,
                   decided_by VARCHAR(30),
                   decided_ticket VARCHAR(20),
                   decided_at TIMESTAMP,
                   UNIQUE (queue_code, batch_id)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

      *    Forwarding entries FwdMatch applied on its own never waited
      *    for anyone; a request card is answered in the run that
      *    reads it, so request_log rows are all decided.
           EXEC SQL
               CREATE OR REPLACE VIEW review_queue_item AS
               SELECT 'CORRECT' AS queue_code,
                      CAST(id AS VARCHAR) AS item_ref,
                      proposed_at AS opened_at, decided_at,
                      decided_by, 1 AS item_count,
                      CASE WHEN status = 'P' THEN 'Y' ELSE 'N' END
                          AS open_flag
               FROM pending_corrections
               UNION ALL
               SELECT 'DECEASED', CAST(id AS VARCHAR), proposed_at,
                      decided_at, decided_by, 1,
                      CASE WHEN status = 'P' THEN 'Y' ELSE 'N' END
               FROM deceased_review
               UNION ALL
               SELECT 'FORWARD', CAST(id AS VARCHAR), loaded_at,
                      decided_at, decided_by, 1,
                      CASE WHEN status = 'P' THEN 'Y' ELSE 'N' END
               FROM address_forward
               WHERE decided_by IS NULL OR decided_by <> 'FwdMatch'
               UNION ALL
               SELECT 'MAINT', CAST(id AS VARCHAR), proposed_at,
                      decided_at, decided_by, 1,
                      CASE WHEN status = 'P' THEN 'Y' ELSE 'N' END
               FROM pending_maint_changes
               UNION ALL
               SELECT queue_code, CAST(id AS VARCHAR), registered_at,
                      decided_at, decided_by, item_count,
                      CASE WHEN decided_at IS NULL THEN 'Y'
                           ELSE 'N' END
               FROM review_file_queue
               UNION ALL
               SELECT 'REQUEST', CAST(id AS VARCHAR), requested_at,
                      completed_at, 'ReqSvc', 1, 'N'
               FROM request_log
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4073-STEP-073-END.
      ******************************************************************
      * Request-card chargeback: each requester id belongs to a
      * department, and the department row carries its tariffs and
      * monthly quota. request_log keeps the department and the rows
      * served at the time of the request, so a later move of a
      * requester does not rewrite history, and the operator decision
      * on a card held over quota.
       4074-STEP-074.
           MOVE 74 TO MIG-STEP-NUMBER.
           MOVE 'request chargeback and quota' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4074-STEP-074-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS request_department (
                   department_code VARCHAR(10) PRIMARY KEY,
                   department_name VARCHAR(40) NOT NULL,
                   lookup_fee NUMERIC(9, 4) NOT NULL DEFAULT 0,
                   extract_fee NUMERIC(9, 4) NOT NULL DEFAULT 0,
                   row_fee NUMERIC(9, 4) NOT NULL DEFAULT 0,
                   monthly_quota INTEGER NOT NULL DEFAULT 0,
                   updated_at TIMESTAMP
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS request_requester (
                   requester_id VARCHAR(10) PRIMARY KEY,
                   department_code VARCHAR(10) NOT NULL
                       REFERENCES request_department (department_code),
                   mapped_at TIMESTAMP
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.columns
               WHERE table_name = 'request_log'
                 AND column_name = 'department_code'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               EXEC SQL
                   ALTER TABLE request_log
                       ADD COLUMN department_code VARCHAR(10)
               END-EXEC

               EXEC SQL
                   ALTER TABLE request_log
                       ADD COLUMN row_count INTEGER
               END-EXEC

               EXEC SQL
                   ALTER TABLE request_log
                       ADD COLUMN decided_by VARCHAR(30)
               END-EXEC

               EXEC SQL
                   ALTER TABLE request_log
                       ADD COLUMN decided_ticket VARCHAR(20)
               END-EXEC

               EXEC SQL
                   ALTER TABLE request_log
                       ADD COLUMN decided_at TIMESTAMP
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

      *    A card held over quota waits for an operator, so it is an
      *    open item of the request queue until approved or refused.
           EXEC SQL
               CREATE OR REPLACE VIEW review_queue_item AS
               SELECT 'CORRECT' AS queue_code,
                      CAST(id AS VARCHAR) AS item_ref,
                      proposed_at AS opened_at, decided_at,
                      decided_by, 1 AS item_count,
                      CASE WHEN status = 'P' THEN 'Y' ELSE 'N' END
                          AS open_flag
               FROM pending_corrections
               UNION ALL
               SELECT 'DECEASED', CAST(id AS VARCHAR), proposed_at,
                      decided_at, decided_by, 1,
                      CASE WHEN status = 'P' THEN 'Y' ELSE 'N' END
               FROM deceased_review
               UNION ALL
               SELECT 'FORWARD', CAST(id AS VARCHAR), loaded_at,
                      decided_at, decided_by, 1,
                      CASE WHEN status = 'P' THEN 'Y' ELSE 'N' END
               FROM address_forward
               WHERE decided_by IS NULL OR decided_by <> 'FwdMatch'
               UNION ALL
               SELECT 'MAINT', CAST(id AS VARCHAR), proposed_at,
                      decided_at, decided_by, 1,
                      CASE WHEN status = 'P' THEN 'Y' ELSE 'N' END
               FROM pending_maint_changes
               UNION ALL
               SELECT queue_code, CAST(id AS VARCHAR), registered_at,
                      decided_at, decided_by, item_count,
                      CASE WHEN decided_at IS NULL THEN 'Y'
                           ELSE 'N' END
               FROM review_file_queue
               UNION ALL
               SELECT 'REQUEST', CAST(id AS VARCHAR), requested_at,
                      CASE WHEN status = 'HELD' THEN NULL
                           ELSE COALESCE(decided_at, completed_at)
                      END,
                      COALESCE(decided_by, 'ReqSvc'), 1,
                      CASE WHEN status = 'HELD' THEN 'Y' ELSE 'N' END
               FROM request_log
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4074-STEP-074-END.
      ******************************************************************
      * The pension fund's inbound change feed: one row per record
      * received, with what became of it, so every file can be
      * reconciled record by record. Deaths the fund reports carry
      * their date into deceased_review, and a birth date is a field
      * the desk may correct only through a second operator.
       4075-STEP-075.
           MOVE 75 TO MIG-STEP-NUMBER.
           MOVE 'pension fund change feed' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4075-STEP-075-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS fund_change_log (
                   id SERIAL PRIMARY KEY,
                   file_name VARCHAR(40) NOT NULL,
                   record_no INTEGER NOT NULL,
                   fund_ref VARCHAR(20),
                   databank_id VARCHAR(36),
                   change_type VARCHAR(10),
                   outcome VARCHAR(8) NOT NULL,
                   reason VARCHAR(60),
                   review_ref VARCHAR(20),
                   processed_at TIMESTAMP,
                   UNIQUE (file_name, record_no)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.columns
               WHERE table_name = 'deceased_review'
                 AND column_name = 'reported_death_date'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               EXEC SQL
                   ALTER TABLE deceased_review
                       ADD COLUMN reported_death_date DATE
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO dbmnt_field_policy
                   (field_name, approval_required)
               VALUES ('birth_date', 'Y')
               ON CONFLICT (field_name) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4075-STEP-075-END.
      ******************************************************************
      * Rejected supplier rows go back to the supplier: each returned
      * row is kept with its original record and the keys a corrected
      * resend is recognised by, the registry says whether the
      * supplier takes the return fixed-width or as CSV, and every
      * reject code gets a plain-language text the supplier's own
      * staff can act on.
       4076-STEP-076.
           MOVE 76 TO MIG-STEP-NUMBER.
           MOVE 'supplier reject return files' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4076-STEP-076-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.columns
               WHERE table_name = 'supplier_registry'
                 AND column_name = 'return_layout'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               EXEC SQL
                   ALTER TABLE supplier_registry
                       ADD COLUMN return_layout CHAR(1)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS reject_reason_text (
                   reason_code VARCHAR(4) PRIMARY KEY,
                   reason_text VARCHAR(80) NOT NULL
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO reject_reason_text (reason_code, reason_text)
               VALUES
                ('1001', 'The last name or the first name is empty'),
                ('1002', 'The email address is empty'),
                ('1003', 'The country code is empty'),
                ('1004', 'The age is missing, not a number, or not '
                      || 'between 0 and 120'),
                ('1005', 'The gender is empty'),
                ('1006', 'The gender is not one of the accepted '
                      || 'values'),
                ('1007', 'The spoken language is empty'),
                ('1008', 'The birth date is not written as '
                      || 'YYYY-MM-DD'),
                ('1009', 'The address is incomplete - street, postal '
                      || 'code and city are all needed'),
                ('1010', 'The country code is not one you are '
                      || 'registered to send'),
                ('1011', 'The national register number is not a '
                      || 'valid number'),
                ('1012', 'The national register number does not '
                      || 'match the birth date or gender'),
                ('1013', 'The national register number already '
                      || 'belongs to another person')
               ON CONFLICT (reason_code) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS supplier_return_row (
                   batch_id INTEGER NOT NULL,
                   record_no INTEGER NOT NULL,
                   supplier_id VARCHAR(10) NOT NULL,
                   reason_code VARCHAR(4) NOT NULL,
                   reject_reason VARCHAR(60),
                   original_record VARCHAR(478),
                   email_key VARCHAR(100),
                   name_key VARCHAR(120),
                   return_file VARCHAR(60),
                   returned_at TIMESTAMP,
                   corrected_batch_id INTEGER,
                   corrected_at TIMESTAMP,
                   PRIMARY KEY (batch_id, record_no)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE INDEX IF NOT EXISTS supplier_return_open_idx
                   ON supplier_return_row (supplier_id)
                   WHERE corrected_batch_id IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4076-STEP-076-END.
      ******************************************************************
      * Every orphan sweep leaves its findings here - which support
      * row points at a missing databank id, what became of that id,
      * and what the sweep did or proposes - so a report-only run can
      * be reviewed and a repair run audited row by row.
       4077-STEP-077.
           MOVE 77 TO MIG-STEP-NUMBER.
           MOVE 'orphan sweep findings' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4077-STEP-077-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS orphan_finding (
                   id SERIAL PRIMARY KEY,
                   sweep_id INTEGER NOT NULL,
                   table_name VARCHAR(30) NOT NULL,
                   column_name VARCHAR(20) NOT NULL,
                   row_ref VARCHAR(40) NOT NULL,
                   databank_id VARCHAR(36) NOT NULL,
                   open_item CHAR(1),
                   orphan_class VARCHAR(8),
                   survivor_id VARCHAR(36),
                   action VARCHAR(8),
                   found_at TIMESTAMP,
                   repaired_at TIMESTAMP
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE INDEX IF NOT EXISTS orphan_finding_sweep_idx
                   ON orphan_finding (sweep_id, table_name)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4077-STEP-077-END.
      ******************************************************************
      * Merges become reversible: merge_audit keeps, per merged row,
      * which survivor fields that row back-filled, and when and by
      * whom the merge was undone. Two records an operator has split
      * apart again are remembered as distinct people so neither the
      * duplicate report nor the merge run pairs them up again.
       4078-STEP-078.
           MOVE 78 TO MIG-STEP-NUMBER.
           MOVE 'unmerge support' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4078-STEP-078-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.columns
               WHERE table_name = 'merge_audit'
                 AND column_name = 'folded_values'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               EXEC SQL
                   ALTER TABLE merge_audit
                       ADD COLUMN folded_values VARCHAR(600)
               END-EXEC

               EXEC SQL
                   ALTER TABLE merge_audit
                       ADD COLUMN unmerged_by VARCHAR(10)
               END-EXEC

               EXEC SQL
                   ALTER TABLE merge_audit
                       ADD COLUMN unmerged_at TIMESTAMP
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS distinct_person_pair (
                   id_low VARCHAR(36) NOT NULL,
                   id_high VARCHAR(36) NOT NULL,
                   merge_audit_id INTEGER,
                   operator_id VARCHAR(10),
                   ticket_ref VARCHAR(20),
                   marked_at TIMESTAMP NOT NULL,
                   PRIMARY KEY (id_low, id_high)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4078-STEP-078-END.
      ******************************************************************
      * Households are proposed, not keyed: HhDetect groups the active
      * residents of one normalized address into household_proposal
      * with its members in household_proposal_member, and HhRev turns
      * accepted proposals into household rows. Addresses with more
      * residents than one family plausibly has (care homes, student
      * flats) are kept apart in crowded_address instead. Pending
      * proposals join the review-queue register as HOUSEHOLD.
       4079-STEP-079.
           MOVE 79 TO MIG-STEP-NUMBER.
           MOVE 'household proposals' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4079-STEP-079-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS household_proposal (
                   id SERIAL PRIMARY KEY,
                   address_key VARCHAR(90) NOT NULL,
                   street VARCHAR(50),
                   house_no VARCHAR(10),
                   box_no VARCHAR(10),
                   postal_code VARCHAR(10),
                   city VARCHAR(50),
                   member_count INTEGER,
                   suggested_head_id VARCHAR(36),
                   existing_household_id INTEGER,
                   basis VARCHAR(8),
                   status CHAR(1) NOT NULL,
                   proposed_at TIMESTAMP NOT NULL,
                   decided_by VARCHAR(10),
                   decided_at TIMESTAMP,
                   household_id INTEGER
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS household_proposal_member (
                   proposal_id INTEGER NOT NULL,
                   databank_id VARCHAR(36) NOT NULL,
                   PRIMARY KEY (proposal_id, databank_id)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS crowded_address (
                   address_key VARCHAR(90) PRIMARY KEY,
                   street VARCHAR(50),
                   house_no VARCHAR(10),
                   box_no VARCHAR(10),
                   postal_code VARCHAR(10),
                   city VARCHAR(50),
                   resident_count INTEGER,
                   first_seen_at TIMESTAMP NOT NULL,
                   last_seen_at TIMESTAMP NOT NULL
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

      *    Proposals wait for a reviewer like any other queue, so
      *    QueSla ages them with the rest.
           EXEC SQL
               INSERT INTO review_queue_target
                   (queue_code, queue_name, owner_program,
                    target_hours)
               VALUES
                   ('HOUSEHOLD', 'Household proposals', 'HhRev', 120)
               ON CONFLICT (queue_code) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE OR REPLACE VIEW review_queue_item AS
               SELECT 'CORRECT' AS queue_code,
                      CAST(id AS VARCHAR) AS item_ref,
                      proposed_at AS opened_at, decided_at,
                      decided_by, 1 AS item_count,
                      CASE WHEN status = 'P' THEN 'Y' ELSE 'N' END
                          AS open_flag
               FROM pending_corrections
               UNION ALL
               SELECT 'DECEASED', CAST(id AS VARCHAR), proposed_at,
                      decided_at, decided_by, 1,
                      CASE WHEN status = 'P' THEN 'Y' ELSE 'N' END
               FROM deceased_review
               UNION ALL
               SELECT 'FORWARD', CAST(id AS VARCHAR), loaded_at,
                      decided_at, decided_by, 1,
                      CASE WHEN status = 'P' THEN 'Y' ELSE 'N' END
               FROM address_forward
               WHERE decided_by IS NULL OR decided_by <> 'FwdMatch'
               UNION ALL
               SELECT 'MAINT', CAST(id AS VARCHAR), proposed_at,
                      decided_at, decided_by, 1,
                      CASE WHEN status = 'P' THEN 'Y' ELSE 'N' END
               FROM pending_maint_changes
               UNION ALL
               SELECT queue_code, CAST(id AS VARCHAR), registered_at,
                      decided_at, decided_by, item_count,
                      CASE WHEN decided_at IS NULL THEN 'Y'
                           ELSE 'N' END
               FROM review_file_queue
               UNION ALL
               SELECT 'REQUEST', CAST(id AS VARCHAR), requested_at,
                      CASE WHEN status = 'HELD' THEN NULL
                           ELSE COALESCE(decided_at, completed_at)
                      END,
                      COALESCE(decided_by, 'ReqSvc'), 1,
                      CASE WHEN status = 'HELD' THEN 'Y' ELSE 'N' END
               FROM request_log
               UNION ALL
               SELECT 'HOUSEHOLD', CAST(id AS VARCHAR), proposed_at,
                      decided_at, decided_by, member_count,
                      CASE WHEN status = 'P' THEN 'Y' ELSE 'N' END
               FROM household_proposal
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4079-STEP-079-END.
      ******************************************************************
      * The reporting mart: one dimension table per way the BI team
      * slices the population (country with its region, spoken
      * language, gender, age bracket, supplier, lifecycle status,
      * calendar date) and a daily fact table of individuals per
      * combination. MartLoad keeps it current from the change
      * journal: mart_person_state remembers the combination each
      * person is counted under, mart_person_change is its work table
      * for one run, and mart_person_source is the one place that
      * derives a person's dimension values from databank. A value
      * nobody supplied is the '?' member of its dimension.
       4080-STEP-080.
           MOVE 80 TO MIG-STEP-NUMBER.
           MOVE 'reporting data mart' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4080-STEP-080-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS mart_dim_country (
                   country_key SERIAL PRIMARY KEY,
                   country_code VARCHAR(10) NOT NULL UNIQUE,
                   country_name VARCHAR(50),
                   region VARCHAR(30)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS mart_dim_language (
                   language_key SERIAL PRIMARY KEY,
                   spoken VARCHAR(50) NOT NULL UNIQUE
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS mart_dim_gender (
                   gender_key SERIAL PRIMARY KEY,
                   gender VARCHAR(10) NOT NULL UNIQUE
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS mart_dim_age_bracket (
                   bracket_key SMALLINT PRIMARY KEY,
                   bracket_label VARCHAR(10) NOT NULL,
                   age_from SMALLINT,
                   age_to SMALLINT
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

      *    The brackets every published statistic uses; 9 holds the
      *    people with neither a birth date nor a declared age.
           EXEC SQL
               INSERT INTO mart_dim_age_bracket
                   (bracket_key, bracket_label, age_from, age_to)
               VALUES (1, '0-17', 0, 17),
                      (2, '18-34', 18, 34),
                      (3, '35-59', 35, 59),
                      (4, '60+', 60, NULL),
                      (9, 'unknown', NULL, NULL)
               ON CONFLICT (bracket_key) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS mart_dim_supplier (
                   supplier_key SERIAL PRIMARY KEY,
                   supplier_id VARCHAR(10) NOT NULL UNIQUE,
                   supplier_name VARCHAR(50)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS mart_dim_status (
                   status_key SERIAL PRIMARY KEY,
                   status_code CHAR(1) NOT NULL UNIQUE,
                   status_desc VARCHAR(20)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS mart_dim_date (
                   date_key INTEGER PRIMARY KEY,
                   cal_date DATE NOT NULL UNIQUE,
                   cal_year SMALLINT,
                   cal_quarter SMALLINT,
                   cal_month SMALLINT,
                   cal_day SMALLINT,
                   iso_weekday SMALLINT
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS mart_population_fact (
                   date_key INTEGER NOT NULL,
                   country_key INTEGER NOT NULL,
                   language_key INTEGER NOT NULL,
                   gender_key INTEGER NOT NULL,
                   bracket_key SMALLINT NOT NULL,
                   supplier_key INTEGER NOT NULL,
                   status_key INTEGER NOT NULL,
                   individual_count INTEGER NOT NULL,
                   PRIMARY KEY (date_key, country_key, language_key,
                                gender_key, bracket_key, supplier_key,
                                status_key)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS mart_person_state (
                   databank_id VARCHAR(36) PRIMARY KEY,
                   country_key INTEGER NOT NULL,
                   language_key INTEGER NOT NULL,
                   gender_key INTEGER NOT NULL,
                   bracket_key SMALLINT NOT NULL,
                   supplier_key INTEGER NOT NULL,
                   status_key INTEGER NOT NULL,
                   updated_at TIMESTAMP
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS mart_person_change (
                   databank_id VARCHAR(36) PRIMARY KEY,
                   old_country_key INTEGER,
                   old_language_key INTEGER,
                   old_gender_key INTEGER,
                   old_bracket_key SMALLINT,
                   old_supplier_key INTEGER,
                   old_status_key INTEGER,
                   new_country_key INTEGER,
                   new_language_key INTEGER,
                   new_gender_key INTEGER,
                   new_bracket_key SMALLINT,
                   new_supplier_key INTEGER,
                   new_status_key INTEGER
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

      *    Ages derive from birth_date, else the declared age, the
      *    same way ReconAgg and the regional roll-up compute them.
           EXEC SQL
               CREATE OR REPLACE VIEW mart_person_source AS
               SELECT d.id AS databank_id,
                      COALESCE(NULLIF(UPPER(TRIM(d.country_code)),
                                      ''), '?') AS country_code,
                      COALESCE(NULLIF(TRIM(d.country), ''), '?')
                          AS country_name,
                      COALESCE(NULLIF(TRIM(d.spoken), ''), '?')
                          AS spoken,
                      COALESCE(NULLIF(TRIM(d.gender), ''), '?')
                          AS gender,
                      CASE WHEN a.eff_age IS NULL THEN 9
                           WHEN a.eff_age <= 17 THEN 1
                           WHEN a.eff_age <= 34 THEN 2
                           WHEN a.eff_age <= 59 THEN 3
                           ELSE 4 END AS bracket_key,
                      COALESCE(NULLIF(TRIM(lb.supplier_id), ''), '?')
                          AS supplier_id,
                      COALESCE(NULLIF(TRIM(d.status), ''), 'A')
                          AS status_code
               FROM databank d
               CROSS JOIN LATERAL
                    (SELECT COALESCE(CAST(EXTRACT(YEAR FROM
                                AGE(CURRENT_DATE, d.birth_date))
                                AS INTEGER), d.age) AS eff_age) a
               LEFT JOIN load_batch lb
                 ON lb.batch_id = d.load_batch_id
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4080-STEP-080-END.
      ******************************************************************
      * One pre-aggregated count per snapshot date and combination of
      * the values the statistics jobs group and filter on - country,
      * country code, gender, spoken language, status, stored age and
      * effective age - so the reporting phase sums a few thousand
      * rows instead of rescanning the whole snapshot once per job.
      * StatAgg fills it right after SnapShot. The chain gets that
      * step next to an existing SnapShot entry when the slot is free.
       4081-STEP-081.
           MOVE 81 TO MIG-STEP-NUMBER.
           MOVE 'statistics summary table' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4081-STEP-081-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS stat_summary (
                   snap_date DATE NOT NULL,
                   country VARCHAR(50),
                   country_code VARCHAR(10),
                   gender VARCHAR(10),
                   spoken VARCHAR(50),
                   status CHAR(1),
                   age SMALLINT,
                   eff_age INTEGER,
                   person_count INTEGER NOT NULL
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE INDEX IF NOT EXISTS stat_summary_date_idx
                   ON stat_summary (snap_date, country)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO batch_chain
                   (seq_no, job_name, enabled, run_group)
               SELECT c.seq_no + 1, 'StatAgg', 'Y', 0
               FROM batch_chain c
               WHERE c.job_name = 'SnapShot'
                 AND NOT EXISTS
                     (SELECT 1 FROM batch_chain s
                       WHERE s.job_name = 'StatAgg')
               ORDER BY c.seq_no
               LIMIT 1
               ON CONFLICT (seq_no) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4081-STEP-081-END.
      ******************************************************************
      * Ad-hoc report definitions. A definition is the deck of cards
      * AdHocRpt was loaded with, kept per version so a department's
      * listing is rerun by name and an old run can be explained by
      * the cards it used. Only the sources registered here can be
      * reported on; the row says how each one is protected - a
      * person-level source names the databank id column that the
      * consent and do-not-process rules key on, an aggregate source
      * names the count column the small-cell rule applies to.
       4082-STEP-082.
           MOVE 82 TO MIG-STEP-NUMBER.
           MOVE 'ad-hoc report definitions' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4082-STEP-082-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS report_source (
                   source_name VARCHAR(63) PRIMARY KEY,
                   person_level CHAR(1) NOT NULL DEFAULT 'N',
                   id_column VARCHAR(63),
                   status_column VARCHAR(63),
                   count_column VARCHAR(63),
                   description VARCHAR(80)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO report_source
                   (source_name, person_level, id_column,
                    status_column, count_column, description)
               VALUES
                   ('databank', 'Y', 'id', 'status', NULL,
                    'Live register of individuals'),
                   ('databank_snapshot', 'Y', 'id', 'status', NULL,
                    'Frozen statistics snapshot'),
                   ('stat_summary', 'N', NULL, 'status', 'person_count',
                    'Pre-aggregated counts per snapshot date')
               ON CONFLICT (source_name) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS report_definition (
                   report_name VARCHAR(30) NOT NULL,
                   version_no INTEGER NOT NULL,
                   department VARCHAR(10),
                   description VARCHAR(80),
                   source_name VARCHAR(63) NOT NULL,
                   output_form VARCHAR(5) NOT NULL,
                   card_count INTEGER NOT NULL,
                   loaded_from VARCHAR(60),
                   loaded_at TIMESTAMP NOT NULL,
                   PRIMARY KEY (report_name, version_no)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS report_definition_card (
                   report_name VARCHAR(30) NOT NULL,
                   version_no INTEGER NOT NULL,
                   card_seq INTEGER NOT NULL,
                   card_text VARCHAR(80) NOT NULL,
                   PRIMARY KEY (report_name, version_no, card_seq)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS report_definition_run (
                   run_id SERIAL PRIMARY KEY,
                   report_name VARCHAR(30) NOT NULL,
                   version_no INTEGER NOT NULL,
                   file_name VARCHAR(60),
                   rows_written INTEGER,
                   consent_suppressed INTEGER,
                   screening_hits INTEGER,
                   cells_suppressed INTEGER,
                   return_code INTEGER,
                   run_at TIMESTAMP NOT NULL
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4082-STEP-082-END.
      ******************************************************************
      * Quarterly population return to the national statistics
      * office. The office's code lists live in stat_office_code
      * (list SEX and AGEGROUP map our values, COUNTRY overrides the
      * ISO code where the office uses another, '*' is the list's
      * code for anything unmapped; REPORTER/ID is our reporter id
      * and RULE/MINCELL their small-cell threshold) and their
      * five-year age groups in stat_office_age_group. StatRet
      * freezes the quarter's counts in office codes on the
      * reference date (stat_return_period, stat_return_cell),
      * ReconAgg balances the freeze, and every file built from it
      * is kept in stat_return_submission with its checksum and the
      * office's acknowledgment.
       4083-STEP-083.
           MOVE 83 TO MIG-STEP-NUMBER.
           MOVE 'statistics office return' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4083-STEP-083-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS stat_office_code (
                   list_name VARCHAR(10),
                   our_value VARCHAR(50),
                   office_code VARCHAR(20),
                   PRIMARY KEY (list_name, our_value)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO stat_office_code
                   (list_name, our_value, office_code)
               VALUES
                   ('SEX', 'Male', 'M'),
                   ('SEX', 'Female', 'F'),
                   ('SEX', '*', 'U'),
                   ('AGEGROUP', '*', 'Y_UNK'),
                   ('COUNTRY', '*', 'ZZ'),
                   ('REPORTER', 'ID', 'DATABANK'),
                   ('RULE', 'MINCELL', '5')
               ON CONFLICT (list_name, our_value) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS stat_office_age_group (
                   group_code VARCHAR(10) PRIMARY KEY,
                   age_from SMALLINT NOT NULL,
                   age_to SMALLINT NOT NULL
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO stat_office_age_group
                   (group_code, age_from, age_to)
               VALUES
                   ('Y_LT5', 0, 4), ('Y5-9', 5, 9),
                   ('Y10-14', 10, 14), ('Y15-19', 15, 19),
                   ('Y20-24', 20, 24), ('Y25-29', 25, 29),
                   ('Y30-34', 30, 34), ('Y35-39', 35, 39),
                   ('Y40-44', 40, 44), ('Y45-49', 45, 49),
                   ('Y50-54', 50, 54), ('Y55-59', 55, 59),
                   ('Y60-64', 60, 64), ('Y65-69', 65, 69),
                   ('Y70-74', 70, 74), ('Y75-79', 75, 79),
                   ('Y80-84', 80, 84), ('Y_GE85', 85, 999)
               ON CONFLICT (group_code) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS stat_return_period (
                   period VARCHAR(6) PRIMARY KEY,
                   reference_date DATE NOT NULL,
                   snap_date DATE NOT NULL,
                   cell_count INTEGER,
                   total_population INTEGER,
                   frozen_at TIMESTAMP,
                   recon_status CHAR(1),
                   recon_at TIMESTAMP
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS stat_return_cell (
                   period VARCHAR(6),
                   country_code VARCHAR(20),
                   sex_code VARCHAR(20),
                   age_group VARCHAR(20),
                   known_age CHAR(1),
                   person_count INTEGER,
                   PRIMARY KEY (period, country_code, sex_code,
                                age_group)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS stat_return_submission (
                   submission_id SERIAL PRIMARY KEY,
                   period VARCHAR(6),
                   file_name VARCHAR(60),
                   checksum BIGINT,
                   line_count INTEGER,
                   cell_count INTEGER,
                   suppressed_cells INTEGER,
                   total_population INTEGER,
                   status VARCHAR(12),
                   built_at TIMESTAMP,
                   ack_reference VARCHAR(40),
                   ack_at TIMESTAMP
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO batch_chain
                   (seq_no, job_name, enabled, run_group)
               SELECT c.seq_no + 1, 'StatRet', 'Y', 0
               FROM batch_chain c
               WHERE c.job_name = 'StatAgg'
                 AND NOT EXISTS
                     (SELECT 1 FROM batch_chain s
                       WHERE s.job_name = 'StatRet')
               ORDER BY c.seq_no
               LIMIT 1
               ON CONFLICT (seq_no) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4083-STEP-083-END.
      ******************************************************************
      * Year-end statistical close. A closed year's rows in the four
      * statistics history tables are locked: YrClose records the
      * row counts and checksums per table in stat_year_close at the
      * close and its nightly VERIFY pass proves them unchanged;
      * GenRpt and VolAnom refuse to write a history row dated in a
      * closed year and log the refusal in stat_close_refusal.
       4084-STEP-084.
           MOVE 84 TO MIG-STEP-NUMBER.
           MOVE 'year-end statistical close' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4084-STEP-084-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS stat_year_close (
                   close_year SMALLINT PRIMARY KEY,
                   reference_date DATE,
                   closed_by VARCHAR(10),
                   ticket_ref VARCHAR(20),
                   closed_at TIMESTAMP,
                   gp_rows INTEGER,
                   gp_checksum BIGINT,
                   ld_rows INTEGER,
                   ld_checksum BIGINT,
                   di_rows INTEGER,
                   di_checksum BIGINT,
                   vol_rows INTEGER,
                   vol_checksum BIGINT,
                   yearbook_file VARCHAR(60),
                   verified_at TIMESTAMP,
                   verify_status VARCHAR(10)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS stat_close_refusal (
                   refusal_id SERIAL PRIMARY KEY,
                   program_name VARCHAR(20),
                   table_name VARCHAR(40),
                   run_date DATE,
                   close_year SMALLINT,
                   refused_at TIMESTAMP
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO batch_chain
                   (seq_no, job_name, enabled, run_group)
               SELECT c.seq_no + 2, 'YrClose', 'Y', 0
               FROM batch_chain c
               WHERE c.job_name = 'GenRpt'
                 AND NOT EXISTS
                     (SELECT 1 FROM batch_chain s
                       WHERE s.job_name = 'YrClose')
               ORDER BY c.seq_no
               LIMIT 1
               ON CONFLICT (seq_no) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4084-STEP-084-END.
      ******************************************************************
      * Representativeness benchmark. census_population holds the
      * statistics office's published reference population per
      * reference year, in the office's codes (country, sex and the
      * five-year groups of stat_office_age_group); CensBnch loads it
      * and compares our population with it every run. The cell
      * comparison with its coverage ratio and weighting factor is
      * kept per run date in census_benchmark_cell, the country
      * representativeness index in census_benchmark_history.
       4085-STEP-085.
           MOVE 85 TO MIG-STEP-NUMBER.
           MOVE 'census representativeness benchmark' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4085-STEP-085-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS census_population (
                   ref_year SMALLINT,
                   country_code VARCHAR(20),
                   sex_code VARCHAR(20),
                   age_group VARCHAR(10),
                   population BIGINT NOT NULL,
                   source_file VARCHAR(60),
                   loaded_at TIMESTAMP,
                   PRIMARY KEY (ref_year, country_code, sex_code,
                                age_group)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS census_benchmark_cell (
                   run_date DATE,
                   country_code VARCHAR(20),
                   sex_code VARCHAR(20),
                   age_group VARCHAR(10),
                   ref_year SMALLINT,
                   our_count INTEGER,
                   census_count BIGINT,
                   our_share NUMERIC(9,6),
                   census_share NUMERIC(9,6),
                   coverage_ratio NUMERIC(12,4),
                   weight_factor NUMERIC(12,4),
                   PRIMARY KEY (run_date, country_code, sex_code,
                                age_group)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS census_benchmark_history (
                   run_date DATE,
                   country_code VARCHAR(20),
                   ref_year SMALLINT,
                   snap_date DATE,
                   our_total INTEGER,
                   census_total BIGINT,
                   cell_count INTEGER,
                   rep_index NUMERIC(7,4),
                   PRIMARY KEY (run_date, country_code)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO batch_chain
                   (seq_no, job_name, enabled, run_group)
               SELECT c.seq_no + 1, 'CensBnch', 'Y', 0
               FROM batch_chain c
               WHERE c.job_name = 'StatRet'
                 AND NOT EXISTS
                     (SELECT 1 FROM batch_chain s
                       WHERE s.job_name = 'CensBnch')
               ORDER BY c.seq_no
               LIMIT 1
               ON CONFLICT (seq_no) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4085-STEP-085-END.
      ******************************************************************
      * Data-steward work queue. The checkers (DataQual, CodeChk,
      * IsoChk, EmailChk, UnkCode) turn each finding into one
      * steward_work_item per individual and rule, through the shared
      * StwItem/StwSweep bodies; an item no longer found is closed by
      * the checker, and one found again after being fixed reopens.
      * steward_assignment names the steward per supplier, per
      * country and a DEFAULT; StwQue maintains it and the items'
      * status and prints the worklist and backlog.
       4086-STEP-086.
           MOVE 86 TO MIG-STEP-NUMBER.
           MOVE 'data-steward work queue' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4086-STEP-086-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS steward_assignment (
                   match_type VARCHAR(10),
                   match_value VARCHAR(50),
                   steward_id VARCHAR(10) NOT NULL,
                   assigned_at TIMESTAMP,
                   PRIMARY KEY (match_type, match_value)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS steward_work_item (
                   item_id SERIAL PRIMARY KEY,
                   databank_id VARCHAR(36) NOT NULL,
                   rule_code VARCHAR(20) NOT NULL,
                   source_program VARCHAR(10),
                   steward_id VARCHAR(10),
                   status VARCHAR(12) NOT NULL,
                   first_seen DATE,
                   last_seen TIMESTAMP,
                   status_by VARCHAR(10),
                   status_at TIMESTAMP,
                   closed_at TIMESTAMP,
                   reopen_count INTEGER DEFAULT 0,
                   last_reopened_at TIMESTAMP,
                   UNIQUE (databank_id, rule_code)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE INDEX IF NOT EXISTS steward_work_item_st_idx
                   ON steward_work_item (steward_id, status)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4086-STEP-086-END.
      ******************************************************************
      * Audit sampling of loaded batches. AudSamp draws a stratified
      * random sample (strata = country) from each live load_batch
      * into audit_sample, keeping the seed so the draw can be
      * repeated; the clerks' verdicts per sampled row and field go
      * to audit_sample_result, and the stratified error-rate
      * estimate with its confidence interval, per field and over all
      * fields (field_code ALL), to audit_field_estimate. SupScore
      * reads the ALL rows for the supplier scorecard.
       4087-STEP-087.
           MOVE 87 TO MIG-STEP-NUMBER.
           MOVE 'audit sampling of load batches' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4087-STEP-087-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS audit_batch (
                   batch_id INTEGER PRIMARY KEY,
                   population INTEGER,
                   sample_size INTEGER,
                   sample_seed VARCHAR(30),
                   sampled_at TIMESTAMP,
                   status VARCHAR(10) NOT NULL,
                   results_by VARCHAR(10),
                   results_at TIMESTAMP,
                   tolerance_pct NUMERIC(5,2),
                   flagged CHAR(1) DEFAULT 'N',
                   evaluated_at TIMESTAMP
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS audit_sample (
                   batch_id INTEGER NOT NULL,
                   sample_seq INTEGER NOT NULL,
                   databank_id VARCHAR(36) NOT NULL,
                   stratum VARCHAR(10) NOT NULL,
                   stratum_rows INTEGER NOT NULL,
                   PRIMARY KEY (batch_id, sample_seq)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS audit_sample_result (
                   batch_id INTEGER NOT NULL,
                   sample_seq INTEGER NOT NULL,
                   field_code VARCHAR(12) NOT NULL,
                   result CHAR(1) NOT NULL,
                   recorded_by VARCHAR(10),
                   recorded_at TIMESTAMP,
                   PRIMARY KEY (batch_id, sample_seq, field_code)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS audit_field_estimate (
                   batch_id INTEGER NOT NULL,
                   field_code VARCHAR(12) NOT NULL,
                   rows_checked INTEGER,
                   checks_made INTEGER,
                   checks_wrong INTEGER,
                   error_rate_pct NUMERIC(7,3),
                   ci_low_pct NUMERIC(7,3),
                   ci_high_pct NUMERIC(7,3),
                   over_tolerance CHAR(1) DEFAULT 'N',
                   calculated_at TIMESTAMP,
                   PRIMARY KEY (batch_id, field_code)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4087-STEP-087-END.
      ******************************************************************
      * Privacy-request case register. Every access, erasure,
      * rectification or objection request gets a case with its
      * statutory due date (one month from receipt, extendable once by
      * two further months); Dossier, Erase, DbMnt and Consent link
      * their run to the case in privacy_case_action, which is the
      * case's evidence trail. PrvCase keeps the register, sends the
      * daily due list to the data-protection officer and reports the
      * month's figures.
       4088-STEP-088.
           MOVE 88 TO MIG-STEP-NUMBER.
           MOVE 'privacy-request case register' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4088-STEP-088-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS privacy_case (
                   case_no VARCHAR(12) PRIMARY KEY,
                   request_type VARCHAR(10) NOT NULL,
                   channel VARCHAR(10) NOT NULL,
                   subject_key VARCHAR(100) NOT NULL,
                   databank_id VARCHAR(36),
                   received_on DATE NOT NULL,
                   identity_verified_on DATE,
                   due_on DATE NOT NULL,
                   extended_due_on DATE,
                   extension_reason VARCHAR(100),
                   handler_id VARCHAR(10) NOT NULL,
                   status VARCHAR(10) NOT NULL,
                   outcome VARCHAR(10),
                   closed_on DATE,
                   opened_by VARCHAR(10),
                   opened_at TIMESTAMP
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS privacy_case_action (
                   action_id SERIAL PRIMARY KEY,
                   case_no VARCHAR(12) NOT NULL
                       REFERENCES privacy_case (case_no),
                   program_name VARCHAR(20),
                   action_desc VARCHAR(100),
                   key_value VARCHAR(100),
                   row_count INTEGER,
                   evidence_file VARCHAR(60),
                   operator_id VARCHAR(10),
                   acted_at TIMESTAMP
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE INDEX IF NOT EXISTS privacy_case_action_ix1
                   ON privacy_case_action (case_no, acted_at)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO batch_chain
                   (seq_no, job_name, enabled, run_group)
               SELECT c.seq_no + 1, 'PrvCase', 'Y', 0
               FROM batch_chain c
               WHERE c.job_name = 'YrClose'
                 AND NOT EXISTS
                     (SELECT 1 FROM batch_chain s
                       WHERE s.job_name = 'PrvCase')
               ORDER BY c.seq_no
               LIMIT 1
               ON CONFLICT (seq_no) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO distribution_registry
                   (recipient, report_prefix, format)
               VALUES
                   ('DPO', 'PRVDUE_', 'TXT')
               ON CONFLICT (recipient, report_prefix) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4088-STEP-088-END.
      ******************************************************************
      * A leaked or misdirected output is assessed once into
      * breach_assessment - what the file was, when we learned of it,
      * the regulator's 72-hour deadline, the data categories it
      * carried and whether they were pseudonymized, and the head
      * counts - and every individual it contained goes into
      * breach_subject with the notification decision taken for them.
      * BelInfo's BREACH mode writes the notification letters from
      * the NOTIFY rows and stamps the run back on the assessment.
       4089-STEP-089.
           MOVE 89 TO MIG-STEP-NUMBER.
           MOVE 'breach impact assessment' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4089-STEP-089-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS breach_assessment (
                   assessment_no VARCHAR(12) PRIMARY KEY,
                   source_program VARCHAR(20) NOT NULL,
                   source_ref VARCHAR(80) NOT NULL,
                   report_catalog_id INTEGER,
                   output_date DATE,
                   discovered_on DATE NOT NULL,
                   regulator_due_on DATE NOT NULL,
                   pseudonymized CHAR(1) NOT NULL,
                   data_categories VARCHAR(200),
                   individuals_count INTEGER,
                   minors_count INTEGER,
                   national_no_count INTEGER,
                   deceased_count INTEGER,
                   held_count INTEGER,
                   gone_count INTEGER,
                   notify_count INTEGER,
                   risk_level VARCHAR(6),
                   operator_id VARCHAR(10),
                   ticket_ref VARCHAR(20),
                   assessed_at TIMESTAMP,
                   letters_run_at TIMESTAMP,
                   letters_sent INTEGER
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS breach_subject (
                   assessment_no VARCHAR(12) NOT NULL
                       REFERENCES breach_assessment (assessment_no),
                   databank_id VARCHAR(36) NOT NULL,
                   country_code VARCHAR(10),
                   minor_flag CHAR(1),
                   national_no_flag CHAR(1),
                   notify_status VARCHAR(10) NOT NULL,
                   PRIMARY KEY (assessment_no, databank_id)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4089-STEP-089-END.
      ******************************************************************
      * Email, birth date, street and national register number are
      * stored encrypted. The keys never enter the database: DbProfil
      * reads them from the FIELDKEY file that sits next to the secret
      * file and hands them to every session at connect time as the
      * pii.key_current, pii.key_<n> and pii.token_key settings. The
      * shared routines below are the only way in or out:
      *   pii_encrypt  - text to ciphertext under the current key; the
      *                  first byte records the key number so rows
      *                  written before a rotation stay readable;
      *   pii_decrypt  - ciphertext back to text under the key that
      *                  wrote it;
      *   pii_token    - deterministic keyed hash of a lower-cased,
      *                  trimmed value, kept beside the email and the
      *                  national register number so equality searches
      *                  and the matchers work without decrypting every
      *                  row;
      *   pii_key_no   - the key a value was written under;
      *   pii_readable - 'N' when the value cannot be decrypted with
      *                  the keys this session holds (KeyRot reports
      *                  those rows instead of failing on them).
      * databank becomes a view over databank_store that decrypts the
      * four columns under their old names, so the programs that only
      * read them are unchanged; programs that write them write
      * databank_store through pii_encrypt and pii_token.
       4090-STEP-090.
           MOVE 90 TO MIG-STEP-NUMBER.
           MOVE 'databank field-level encryption' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4090-STEP-090-END
           END-IF.

           EXEC SQL
               SELECT CASE WHEN COALESCE(current_setting(
                                    'pii.key_current', true), '') = ''
                             OR COALESCE(current_setting(
                                    'pii.token_key', true), '') = ''
                           THEN 0 ELSE 1 END
               INTO :COL-EXISTS-COUNT
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               DISPLAY '*** No field encryption key in this session - '
                       'provide the FIELDKEY file read by DbProfil '
                       'before migrating. ***'
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF.

           EXEC SQL
               CREATE EXTENSION IF NOT EXISTS pgcrypto
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE OR REPLACE FUNCTION pii_encrypt(p_text TEXT)
               RETURNS BYTEA AS
               'SELECT CASE WHEN p_text IS NULL THEN NULL
                       ELSE DECODE(LPAD(TO_HEX(CAST(current_setting(
                                ''pii.key_current'') AS INTEGER)),
                                2, ''0''), ''hex'')
                            || pgp_sym_encrypt(p_text,
                                current_setting(''pii.key_''
                                || current_setting(
                                   ''pii.key_current'')))
                       END'
               LANGUAGE sql VOLATILE
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE OR REPLACE FUNCTION pii_decrypt(p_data BYTEA)
               RETURNS TEXT AS
               'SELECT CASE WHEN p_data IS NULL THEN NULL
                       ELSE pgp_sym_decrypt(SUBSTRING(p_data FROM 2),
                                current_setting(''pii.key_''
                                || GET_BYTE(p_data, 0)))
                       END'
               LANGUAGE sql STABLE
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE OR REPLACE FUNCTION pii_token(p_text TEXT)
               RETURNS VARCHAR AS
               'SELECT CASE WHEN COALESCE(TRIM(p_text), '''') = ''''
                            THEN NULL
                       ELSE ENCODE(HMAC(LOWER(TRIM(p_text)),
                                current_setting(''pii.token_key''),
                                ''sha256''), ''hex'')
                       END'
               LANGUAGE sql STABLE
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE OR REPLACE FUNCTION pii_key_no(p_data BYTEA)
               RETURNS INTEGER AS
               'SELECT CASE WHEN p_data IS NULL THEN NULL
                       ELSE GET_BYTE(p_data, 0) END'
               LANGUAGE sql IMMUTABLE
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE OR REPLACE FUNCTION pii_readable(p_data BYTEA)
               RETURNS CHAR(1) AS
               'BEGIN
                    IF p_data IS NULL THEN
                        RETURN ''Y'';
                    END IF;
                    PERFORM pgp_sym_decrypt(SUBSTRING(p_data FROM 2),
                                current_setting(''pii.key_''
                                || GET_BYTE(p_data, 0)));
                    RETURN ''Y'';
                EXCEPTION WHEN OTHERS THEN
                    RETURN ''N'';
                END'
               LANGUAGE plpgsql STABLE
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.tables
               WHERE table_name = 'databank_store'
           END-EXEC.

      *    mart_person_source reads birth_date and has to let go of
      *    the table before the column can move; it is put back,
      *    unchanged, over the new view.
           IF COL-EXISTS-COUNT = 0
               EXEC SQL
                   DROP VIEW IF EXISTS mart_person_source
               END-EXEC

               EXEC SQL
                   ALTER TABLE databank RENAME TO databank_store
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE databank_store
                       ADD COLUMN email_enc BYTEA,
                       ADD COLUMN birth_date_enc BYTEA,
                       ADD COLUMN street_enc BYTEA,
                       ADD COLUMN national_no_enc BYTEA,
                       ADD COLUMN email_token VARCHAR(64),
                       ADD COLUMN national_no_token VARCHAR(64)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   UPDATE databank_store
                   SET email_enc = pii_encrypt(email),
                       birth_date_enc =
                           pii_encrypt(CAST(birth_date AS VARCHAR)),
                       street_enc = pii_encrypt(street),
                       national_no_enc = pii_encrypt(national_no),
                       email_token = pii_token(email),
                       national_no_token = pii_token(national_no)
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   DROP INDEX IF EXISTS databank_national_no_ix
               END-EXEC

               EXEC SQL
                   ALTER TABLE databank_store
                       DROP COLUMN email,
                       DROP COLUMN birth_date,
                       DROP COLUMN street,
                       DROP COLUMN national_no
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   CREATE INDEX IF NOT EXISTS databank_email_token_ix
                       ON databank_store (email_token)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   CREATE INDEX IF NOT EXISTS
                       databank_national_no_token_ix
                       ON databank_store (national_no_token)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   CREATE VIEW databank AS
                   SELECT s.*,
                          pii_decrypt(s.email_enc) AS email,
                          CAST(pii_decrypt(s.birth_date_enc) AS DATE)
                              AS birth_date,
                          pii_decrypt(s.street_enc) AS street,
                          pii_decrypt(s.national_no_enc)
                              AS national_no
                   FROM databank_store s
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   CREATE OR REPLACE VIEW mart_person_source AS
                   SELECT d.id AS databank_id,
                          COALESCE(NULLIF(UPPER(TRIM(d.country_code)),
                                          ''), '?') AS country_code,
                          COALESCE(NULLIF(TRIM(d.country), ''), '?')
                              AS country_name,
                          COALESCE(NULLIF(TRIM(d.spoken), ''), '?')
                              AS spoken,
                          COALESCE(NULLIF(TRIM(d.gender), ''), '?')
                              AS gender,
                          CASE WHEN a.eff_age IS NULL THEN 9
                               WHEN a.eff_age <= 17 THEN 1
                               WHEN a.eff_age <= 34 THEN 2
                               WHEN a.eff_age <= 59 THEN 3
                               ELSE 4 END AS bracket_key,
                          COALESCE(NULLIF(TRIM(lb.supplier_id), ''),
                                   '?') AS supplier_id,
                          COALESCE(NULLIF(TRIM(d.status), ''), 'A')
                              AS status_code
                   FROM databank d
                   CROSS JOIN LATERAL
                        (SELECT COALESCE(CAST(EXTRACT(YEAR FROM
                                    AGE(CURRENT_DATE, d.birth_date))
                                    AS INTEGER), d.age) AS eff_age) a
                   LEFT JOIN load_batch lb
                     ON lb.batch_id = d.load_batch_id
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4090-STEP-090-END.
      ******************************************************************
      * The archive keeps email, birth date and street the same way.
      * Rows move between databank_store and databank_archive_store
      * as ciphertext, so archiving and restoring never decrypt.
       4091-STEP-091.
           MOVE 91 TO MIG-STEP-NUMBER.
           MOVE 'databank_archive field-level encryption'
               TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4091-STEP-091-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.tables
               WHERE table_name = 'databank_archive_store'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               EXEC SQL
                   ALTER TABLE databank_archive
                       RENAME TO databank_archive_store
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE databank_archive_store
                       ADD COLUMN email_enc BYTEA,
                       ADD COLUMN birth_date_enc BYTEA,
                       ADD COLUMN street_enc BYTEA,
                       ADD COLUMN email_token VARCHAR(64)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   UPDATE databank_archive_store
                   SET email_enc = pii_encrypt(email),
                       birth_date_enc =
                           pii_encrypt(CAST(birth_date AS VARCHAR)),
                       street_enc = pii_encrypt(street),
                       email_token = pii_token(email)
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE databank_archive_store
                       DROP COLUMN email,
                       DROP COLUMN birth_date,
                       DROP COLUMN street
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   CREATE VIEW databank_archive AS
                   SELECT s.*,
                          pii_decrypt(s.email_enc) AS email,
                          CAST(pii_decrypt(s.birth_date_enc) AS DATE)
                              AS birth_date,
                          pii_decrypt(s.street_enc) AS street
                   FROM databank_archive_store s
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4091-STEP-091-END.
      ******************************************************************
      * The change journal's before and after images carry whatever
      * columns changed, so both images are encrypted whole. The
      * thirty-odd programs that journal a change keep inserting into
      * databank_change_journal; the view's insert trigger encrypts
      * the images on their way into the store.
       4092-STEP-092.
           MOVE 92 TO MIG-STEP-NUMBER.
           MOVE 'change journal image encryption' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4092-STEP-092-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.tables
               WHERE table_name = 'databank_change_journal_store'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               EXEC SQL
                   ALTER TABLE databank_change_journal
                       RENAME TO databank_change_journal_store
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE databank_change_journal_store
                       ADD COLUMN old_values_enc BYTEA,
                       ADD COLUMN new_values_enc BYTEA
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   UPDATE databank_change_journal_store
                   SET old_values_enc = pii_encrypt(old_values),
                       new_values_enc = pii_encrypt(new_values)
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE databank_change_journal_store
                       DROP COLUMN old_values,
                       DROP COLUMN new_values
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   CREATE VIEW databank_change_journal AS
                   SELECT s.*,
                          pii_decrypt(s.old_values_enc) AS old_values,
                          pii_decrypt(s.new_values_enc) AS new_values
                   FROM databank_change_journal_store s
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           EXEC SQL
               CREATE OR REPLACE FUNCTION journal_encrypt_insert()
               RETURNS TRIGGER AS
               'BEGIN
                    INSERT INTO databank_change_journal_store
                        (databank_id, changed_columns, change_type,
                         changed_at, program_name, old_values_enc,
                         new_values_enc)
                    VALUES
                        (NEW.databank_id, NEW.changed_columns,
                         NEW.change_type,
                         COALESCE(NEW.changed_at, CURRENT_TIMESTAMP),
                         NEW.program_name, pii_encrypt(NEW.old_values),
                         pii_encrypt(NEW.new_values));
                    RETURN NEW;
                END'
               LANGUAGE plpgsql
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               DROP TRIGGER IF EXISTS databank_change_journal_ins
                   ON databank_change_journal
           END-EXEC.

           EXEC SQL
               CREATE TRIGGER databank_change_journal_ins
                   INSTEAD OF INSERT ON databank_change_journal
                   FOR EACH ROW EXECUTE PROCEDURE
                   journal_encrypt_insert()
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4092-STEP-092-END.
      ******************************************************************
      * Logical unload register. DbUnld writes every table to dated
      * flat files each night and records here what it wrote: one
      * unload_generation row per unload date (with the Seal and
      * ReconAgg figures measured inside the same snapshot) and one
      * unload_table row per file, in foreign-key load order, with
      * its row count and content checksum. Older generations are
      * purged by DbUnld itself, which keeps the rows marked PURGED
      * as the register of what existed. DbUnld joins the chain
      * after Distrib, keeping seven generations unless its card
      * says otherwise.
       4093-STEP-093.
           MOVE 93 TO MIG-STEP-NUMBER.
           MOVE 'logical unload register' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4093-STEP-093-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS unload_generation (
                   unload_date DATE PRIMARY KEY,
                   status VARCHAR(10) NOT NULL,
                   schema_level INTEGER,
                   table_count INTEGER,
                   row_count BIGINT,
                   seal_row_count INTEGER,
                   seal_checksum BIGINT,
                   seal_journal_rows INTEGER,
                   recon_0_17 INTEGER,
                   recon_18_34 INTEGER,
                   recon_35_59 INTEGER,
                   recon_60_up INTEGER,
                   manifest_file VARCHAR(60),
                   started_at TIMESTAMP,
                   completed_at TIMESTAMP,
                   purged_at TIMESTAMP
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS unload_table (
                   unload_date DATE NOT NULL
                       REFERENCES unload_generation (unload_date),
                   table_name VARCHAR(63) NOT NULL,
                   load_order INTEGER NOT NULL,
                   file_name VARCHAR(60) NOT NULL,
                   column_count INTEGER,
                   row_count INTEGER,
                   checksum BIGINT,
                   PRIMARY KEY (unload_date, table_name)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO batch_chain
                   (seq_no, job_name, parms, enabled, run_group)
               SELECT c.seq_no + 5, 'DbUnld', 'KEEP 7', 'Y', 0
               FROM batch_chain c
               WHERE c.job_name = 'Distrib'
                 AND NOT EXISTS
                     (SELECT 1 FROM batch_chain s
                       WHERE s.job_name = 'DbUnld')
               ORDER BY c.seq_no
               LIMIT 1
               ON CONFLICT (seq_no) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4093-STEP-093-END.
      ******************************************************************
      * Translation work packages: TrnPkg sends the phrase keys that
      * are served by a fallback to the translation agency, one
      * package per target language, and loads the returned texts
      * into phrase on the go-live date. The item rows keep what was
      * sent beside what came back and whether it passed the checks.
       4094-STEP-094.
           MOVE 94 TO MIG-STEP-NUMBER.
           MOVE 'translation work packages' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4094-STEP-094-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS translation_package (
                   package_id INTEGER PRIMARY KEY,
                   package_code VARCHAR(20) NOT NULL UNIQUE,
                   target_spoken VARCHAR(50) NOT NULL,
                   status VARCHAR(10) NOT NULL,
                   file_name VARCHAR(60),
                   key_count INTEGER,
                   people_at_send INTEGER,
                   sent_at TIMESTAMP,
                   return_file VARCHAR(60),
                   returned_at TIMESTAMP,
                   keys_returned INTEGER,
                   keys_refused INTEGER,
                   go_live_date DATE,
                   loaded_at TIMESTAMP,
                   keys_loaded INTEGER,
                   keys_skipped INTEGER,
                   people_fixed INTEGER
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS translation_package_item (
                   package_id INTEGER NOT NULL
                       REFERENCES translation_package (package_id),
                   country_code VARCHAR(10) NOT NULL,
                   spoken VARCHAR(50) NOT NULL,
                   source_spoken VARCHAR(50),
                   source_text VARCHAR(255),
                   context_note VARCHAR(200),
                   max_length INTEGER,
                   people_at_send INTEGER,
                   target_text VARCHAR(255),
                   item_status VARCHAR(10) NOT NULL,
                   check_reason VARCHAR(60),
                   people_fixed INTEGER,
                   PRIMARY KEY (package_id, country_code, spoken)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO batch_chain
                   (seq_no, job_name, enabled, run_group)
               SELECT c.seq_no + 1, 'TrnPkg', 'Y', 0
               FROM batch_chain c
               WHERE c.job_name = 'AddrVer'
                 AND NOT EXISTS
                     (SELECT 1 FROM batch_chain s
                       WHERE s.job_name = 'TrnPkg')
               ORDER BY c.seq_no
               LIMIT 1
               ON CONFLICT (seq_no) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4094-STEP-094-END.
      ******************************************************************
      * Capacity forecast. CapFcst samples every table's row count and
      * storage size each night into capacity_sample (under the name
      * the programs use - databank, not databank_store), projects
      * when each will cross its capacity_threshold (the '*' row is
      * the default for tables without their own) and sets each
      * table's growth against the run times of the jobs that read
      * it, as listed in table_reader. CapFcst joins the chain after
      * DbUnld, so the night's run times are logged by then.
       4095-STEP-095.
           MOVE 95 TO MIG-STEP-NUMBER.
           MOVE 'capacity forecast tables' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4095-STEP-095-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS capacity_sample (
                   sample_date DATE NOT NULL,
                   table_name VARCHAR(63) NOT NULL,
                   storage_name VARCHAR(63),
                   row_count BIGINT,
                   total_bytes BIGINT,
                   PRIMARY KEY (sample_date, table_name)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS capacity_threshold (
                   table_name VARCHAR(63) PRIMARY KEY,
                   max_rows BIGINT,
                   max_mb INTEGER,
                   warn_days INTEGER NOT NULL DEFAULT 90,
                   changed_by VARCHAR(30),
                   changed_at TIMESTAMP
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO capacity_threshold
                   (table_name, max_rows, max_mb, warn_days,
                    changed_by, changed_at)
               VALUES ('*', 10000000, 1024, 90, 'SchemaMig',
                       CURRENT_TIMESTAMP)
               ON CONFLICT (table_name) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS table_reader (
                   table_name VARCHAR(63) NOT NULL,
                   program_name VARCHAR(20) NOT NULL,
                   PRIMARY KEY (table_name, program_name)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO table_reader (table_name, program_name)
               VALUES ('databank_change_journal', 'ChgFeed'),
                      ('databank_change_journal', 'MartLoad'),
                      ('databank_change_journal', 'YrClose'),
                      ('databank', 'UpdMaj'),
                      ('databank', 'Corrige'),
                      ('databank', 'BelInfo'),
                      ('databank', 'SnapShot'),
                      ('databank_snapshot', 'StatAgg'),
                      ('databank_snapshot', 'CensBnch'),
                      ('databank_snapshot', 'GenRpt'),
                      ('error_log', 'ErrMon'),
                      ('phrase_usage', 'PhrStat'),
                      ('mail_staging', 'MailSpl'),
                      ('mail_staging', 'MailRcpt'),
                      ('phrase_history', 'PhrInq'),
                      ('country_code_audit', 'AudInq')
               ON CONFLICT (table_name, program_name) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO batch_chain
                   (seq_no, job_name, enabled, run_group)
               SELECT c.seq_no + 2, 'CapFcst', 'Y', 0
               FROM batch_chain c
               WHERE c.job_name = 'DbUnld'
                 AND NOT EXISTS
                     (SELECT 1 FROM batch_chain s
                       WHERE s.job_name = 'CapFcst')
               ORDER BY c.seq_no
               LIMIT 1
               ON CONFLICT (seq_no) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4095-STEP-095-END.
      ******************************************************************
      * Where each value on file came from. field_provenance keeps,
      * per individual and field, the source that last set it: a
      * supplier load (batch), a manual maintenance or correction
      * (operator), the pension-fund feed, a restore, or another
      * program (its run). Every writer of databank tells its session
      * who it is (SrcSet.cpy); the trigger on databank_store does the
      * recording, so no write path can forget it. provenance_source
      * gives each program its source type and trust level - a
      * program not listed is an ordinary 'PROGRAM' at trust 40, and
      * 'NONE' marks the programs that rewrite rows without changing
      * what they say (key rotation, the logical reload).
      * supplier_overwrite_rule holds each supplier's trust level and
      * whether it may overwrite a value set by a higher-trust source
      * or by a manual correction; '*' is the rule for suppliers
      * without one of their own. prov_overwrite_mask answers that
      * question for one row, one Y/N a field, for LoadBank's merge.
      * Existing rows are given their load batch as source, and the
      * journal's latest change to each field where there was one.
       4096-STEP-096.
           MOVE 96 TO MIG-STEP-NUMBER.
           MOVE 'field-level provenance' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4096-STEP-096-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS field_provenance (
                   databank_id VARCHAR(36) NOT NULL,
                   field_name VARCHAR(30) NOT NULL,
                   source_type VARCHAR(12) NOT NULL,
                   source_id VARCHAR(40),
                   program_name VARCHAR(20),
                   supplier_id VARCHAR(10),
                   trust_level SMALLINT NOT NULL,
                   set_at TIMESTAMP NOT NULL,
                   PRIMARY KEY (databank_id, field_name)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS provenance_source (
                   program_name VARCHAR(20) PRIMARY KEY,
                   source_type VARCHAR(12) NOT NULL,
                   trust_level SMALLINT NOT NULL
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO provenance_source
                   (program_name, source_type, trust_level)
               VALUES ('LoadBank', 'SUPPLIER', 50),
                      ('LoadCsv', 'SUPPLIER', 50),
                      ('RejResub', 'SUPPLIER', 50),
                      ('DbMnt', 'MANUAL', 90),
                      ('Corrige', 'CORRECTION', 90),
                      ('CorAppr', 'CORRECTION', 90),
                      ('FundChg', 'FUND', 80),
                      ('RecRest', 'RESTORE', 70),
                      ('ArchInq', 'RESTORE', 70),
                      ('UnMerge', 'RESTORE', 70),
                      ('KeyRot', 'NONE', 0),
                      ('DbReld', 'NONE', 0)
               ON CONFLICT (program_name) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS supplier_overwrite_rule (
                   supplier_id VARCHAR(10) PRIMARY KEY,
                   trust_level SMALLINT NOT NULL DEFAULT 50,
                   over_higher CHAR(1) NOT NULL DEFAULT 'N',
                   over_manual CHAR(1) NOT NULL DEFAULT 'N',
                   changed_by VARCHAR(30),
                   changed_at TIMESTAMP
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO supplier_overwrite_rule
                   (supplier_id, trust_level, over_higher, over_manual,
                    changed_by, changed_at)
               VALUES ('*', 50, 'N', 'N', 'SchemaMig',
                       CURRENT_TIMESTAMP)
               ON CONFLICT (supplier_id) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE OR REPLACE FUNCTION databank_provenance()
               RETURNS TRIGGER AS
               'DECLARE
                    v_program VARCHAR(20);
                    v_source VARCHAR(40);
                    v_supplier VARCHAR(10);
                    v_type VARCHAR(12);
                    v_trust SMALLINT;
                BEGIN
                    SELECT COALESCE(NULLIF(current_setting(
                               ''prov.program'', true), ''''),
                               ''unknown''),
                           NULLIF(current_setting(
                               ''prov.source_id'', true), ''''),
                           NULLIF(current_setting(
                               ''prov.supplier'', true), '''')
                      INTO v_program, v_source, v_supplier;
                    SELECT COALESCE(MAX(p.source_type), ''PROGRAM''),
                           COALESCE(MAX(p.trust_level), 40)
                      INTO v_type, v_trust
                      FROM provenance_source p
                     WHERE p.program_name = v_program;
                    IF v_type = ''NONE'' THEN
                        RETURN NULL;
                    END IF;
                    IF TG_OP = ''DELETE'' THEN
                        DELETE FROM field_provenance
                         WHERE databank_id = CAST(OLD.id AS VARCHAR);
                        RETURN NULL;
                    END IF;
                    IF v_type = ''SUPPLIER'' THEN
                        SELECT r.trust_level INTO v_trust
                          FROM supplier_overwrite_rule r
                         WHERE r.supplier_id =
                               COALESCE(v_supplier, ''*'');
                        IF NOT FOUND THEN
                            SELECT COALESCE(MAX(r.trust_level), 50)
                              INTO v_trust
                              FROM supplier_overwrite_rule r
                             WHERE r.supplier_id = ''*'';
                        END IF;
                    END IF;
                    IF TG_OP = ''INSERT'' THEN
                        INSERT INTO field_provenance
                            (databank_id, field_name, source_type,
                             source_id, program_name, supplier_id,
                             trust_level, set_at)
                        SELECT CAST(NEW.id AS VARCHAR), f.field_name,
                               v_type, v_source, v_program,
                               v_supplier, v_trust, CURRENT_TIMESTAMP
                          FROM (VALUES
                            (''last_name'', NEW.last_name IS NOT NULL),
                            (''first_name'',
                             NEW.first_name IS NOT NULL),
                            (''email'', NEW.email_enc IS NOT NULL),
                            (''country'', NEW.country IS NOT NULL),
                            (''country_code'',
                             NEW.country_code IS NOT NULL),
                            (''age'', NEW.age IS NOT NULL),
                            (''gender'', NEW.gender IS NOT NULL),
                            (''spoken'', NEW.spoken IS NOT NULL),
                            (''birth_date'',
                             NEW.birth_date_enc IS NOT NULL),
                            (''street'', NEW.street_enc IS NOT NULL),
                            (''house_no'', NEW.house_no IS NOT NULL),
                            (''box_no'', NEW.box_no IS NOT NULL),
                            (''postal_code'',
                             NEW.postal_code IS NOT NULL),
                            (''city'', NEW.city IS NOT NULL),
                            (''national_no'',
                             NEW.national_no_enc IS NOT NULL))
                               AS f (field_name, touched)
                         WHERE f.touched
                        ON CONFLICT (databank_id, field_name)
                        DO UPDATE
                           SET source_type = EXCLUDED.source_type,
                               source_id = EXCLUDED.source_id,
                               program_name = EXCLUDED.program_name,
                               supplier_id = EXCLUDED.supplier_id,
                               trust_level = EXCLUDED.trust_level,
                               set_at = EXCLUDED.set_at;
                    ELSE
                        INSERT INTO field_provenance
                            (databank_id, field_name, source_type,
                             source_id, program_name, supplier_id,
                             trust_level, set_at)
                        SELECT CAST(NEW.id AS VARCHAR), f.field_name,
                               v_type, v_source, v_program,
                               v_supplier, v_trust, CURRENT_TIMESTAMP
                          FROM (VALUES
                            (''last_name'',
                             OLD.last_name IS DISTINCT FROM
                             NEW.last_name),
                            (''first_name'',
                             OLD.first_name IS DISTINCT FROM
                             NEW.first_name),
                            (''email'',
                             CASE WHEN OLD.email_enc IS NOT DISTINCT
                                       FROM NEW.email_enc THEN false
                                  ELSE pii_decrypt(OLD.email_enc)
                                       IS DISTINCT FROM
                                       pii_decrypt(NEW.email_enc)
                                  END),
                            (''country'',
                             OLD.country IS DISTINCT FROM
                             NEW.country),
                            (''country_code'',
                             OLD.country_code IS DISTINCT FROM
                             NEW.country_code),
                            (''age'',
                             OLD.age IS DISTINCT FROM NEW.age),
                            (''gender'',
                             OLD.gender IS DISTINCT FROM NEW.gender),
                            (''spoken'',
                             OLD.spoken IS DISTINCT FROM NEW.spoken),
                            (''birth_date'',
                             CASE WHEN OLD.birth_date_enc
                                       IS NOT DISTINCT FROM
                                       NEW.birth_date_enc THEN false
                                  ELSE pii_decrypt(OLD.birth_date_enc)
                                       IS DISTINCT FROM
                                       pii_decrypt(NEW.birth_date_enc)
                                  END),
                            (''street'',
                             CASE WHEN OLD.street_enc
                                       IS NOT DISTINCT FROM
                                       NEW.street_enc THEN false
                                  ELSE pii_decrypt(OLD.street_enc)
                                       IS DISTINCT FROM
                                       pii_decrypt(NEW.street_enc)
                                  END),
                            (''house_no'',
                             OLD.house_no IS DISTINCT FROM
                             NEW.house_no),
                            (''box_no'',
                             OLD.box_no IS DISTINCT FROM NEW.box_no),
                            (''postal_code'',
                             OLD.postal_code IS DISTINCT FROM
                             NEW.postal_code),
                            (''city'',
                             OLD.city IS DISTINCT FROM NEW.city),
                            (''national_no'',
                             CASE WHEN OLD.national_no_enc
                                       IS NOT DISTINCT FROM
                                       NEW.national_no_enc THEN false
                                  ELSE pii_decrypt(OLD.national_no_enc)
                                       IS DISTINCT FROM
                                       pii_decrypt(NEW.national_no_enc)
                                  END))
                               AS f (field_name, touched)
                         WHERE f.touched
                        ON CONFLICT (databank_id, field_name)
                        DO UPDATE
                           SET source_type = EXCLUDED.source_type,
                               source_id = EXCLUDED.source_id,
                               program_name = EXCLUDED.program_name,
                               supplier_id = EXCLUDED.supplier_id,
                               trust_level = EXCLUDED.trust_level,
                               set_at = EXCLUDED.set_at;
                    END IF;
                    RETURN NULL;
                END'
               LANGUAGE plpgsql
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               DROP TRIGGER IF EXISTS databank_store_provenance
                   ON databank_store
           END-EXEC.

           EXEC SQL
               CREATE TRIGGER databank_store_provenance
                   AFTER INSERT OR UPDATE OR DELETE ON databank_store
                   FOR EACH ROW EXECUTE PROCEDURE
                   databank_provenance()
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE OR REPLACE FUNCTION prov_overwrite_mask(
                   p_databank_id VARCHAR, p_supplier VARCHAR)
               RETURNS VARCHAR AS
               'SELECT STRING_AGG(
                       CASE WHEN e.field_name IS NULL THEN ''Y''
                            WHEN e.source_type IN (''MANUAL'',
                                                   ''CORRECTION'')
                            THEN r.over_manual
                            WHEN e.source_type = ''SUPPLIER''
                             AND e.supplier_id = p_supplier
                            THEN ''Y''
                            WHEN e.trust_level > r.trust_level
                            THEN r.over_higher
                            ELSE ''Y'' END, '''' ORDER BY f.n)
                FROM UNNEST(ARRAY[''last_name'', ''first_name'',
                        ''email'', ''country'', ''country_code'',
                        ''age'', ''gender'', ''spoken'',
                        ''birth_date'', ''street'', ''house_no'',
                        ''box_no'', ''postal_code'', ''city'',
                        ''national_no''])
                     WITH ORDINALITY AS f (field_name, n)
                CROSS JOIN
                     (SELECT x.trust_level, x.over_higher,
                             x.over_manual
                        FROM supplier_overwrite_rule x
                       WHERE x.supplier_id IN (p_supplier, ''*'')
                       ORDER BY CASE WHEN x.supplier_id = ''*''
                                     THEN 1 ELSE 0 END
                       LIMIT 1) r
                LEFT JOIN field_provenance e
                       ON e.databank_id = p_databank_id
                      AND e.field_name = f.field_name'
               LANGUAGE sql STABLE
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO field_provenance
                   (databank_id, field_name, source_type, source_id,
                    program_name, supplier_id, trust_level, set_at)
               SELECT CAST(d.id AS VARCHAR), f.field_name, 'SUPPLIER',
                      'batch ' || CAST(d.load_batch_id AS VARCHAR),
                      NULL, b.supplier_id, 50,
                      COALESCE(b.loaded_at, CURRENT_TIMESTAMP)
               FROM databank_store d
               JOIN load_batch b ON b.batch_id = d.load_batch_id
               CROSS JOIN LATERAL (VALUES
                   ('last_name', d.last_name IS NOT NULL),
                   ('first_name', d.first_name IS NOT NULL),
                   ('email', d.email_enc IS NOT NULL),
                   ('country', d.country IS NOT NULL),
                   ('country_code', d.country_code IS NOT NULL),
                   ('age', d.age IS NOT NULL),
                   ('gender', d.gender IS NOT NULL),
                   ('spoken', d.spoken IS NOT NULL),
                   ('birth_date', d.birth_date_enc IS NOT NULL),
                   ('street', d.street_enc IS NOT NULL),
                   ('house_no', d.house_no IS NOT NULL),
                   ('box_no', d.box_no IS NOT NULL),
                   ('postal_code', d.postal_code IS NOT NULL),
                   ('city', d.city IS NOT NULL),
                   ('national_no', d.national_no_enc IS NOT NULL))
                   AS f (field_name, touched)
               WHERE f.touched
               ON CONFLICT (databank_id, field_name) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO field_provenance
                   (databank_id, field_name, source_type, source_id,
                    program_name, supplier_id, trust_level, set_at)
               SELECT DISTINCT ON (j.databank_id, c.field_name)
                      j.databank_id, c.field_name,
                      COALESCE(p.source_type, 'PROGRAM'),
                      'journal ' || CAST(j.id AS VARCHAR),
                      j.program_name, NULL,
                      COALESCE(p.trust_level, 40), j.changed_at
               FROM databank_change_journal_store j
               CROSS JOIN LATERAL UNNEST(STRING_TO_ARRAY(
                   REPLACE(j.changed_columns, ' ', ''), ','))
                   AS c (field_name)
               LEFT JOIN provenance_source p
                      ON p.program_name = j.program_name
               WHERE j.change_type <> 'D'
                 AND j.changed_at IS NOT NULL
                 AND COALESCE(p.source_type, 'PROGRAM') <> 'NONE'
                 AND c.field_name IN ('last_name', 'first_name',
                     'email', 'country', 'country_code', 'age',
                     'gender', 'spoken', 'birth_date', 'street',
                     'house_no', 'box_no', 'postal_code', 'city',
                     'national_no')
                 AND EXISTS (SELECT 1 FROM databank_store d
                              WHERE CAST(d.id AS VARCHAR)
                                    = j.databank_id)
               ORDER BY j.databank_id, c.field_name,
                        j.changed_at DESC, j.id DESC
               ON CONFLICT (databank_id, field_name) DO UPDATE
                   SET source_type = EXCLUDED.source_type,
                       source_id = EXCLUDED.source_id,
                       program_name = EXCLUDED.program_name,
                       supplier_id = EXCLUDED.supplier_id,
                       trust_level = EXCLUDED.trust_level,
                       set_at = EXCLUDED.set_at
                   WHERE field_provenance.set_at <= EXCLUDED.set_at
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4096-STEP-096-END.
      ******************************************************************
      * Which business unit owns each individual, and which units each
      * operator or requester may see. The unit comes from whatever
      * brought the individual in: the supplier of the load batch
      * (supplier_registry.business_unit), else the campaign that
      * first recorded a response, else the default unit (CENTRAL).
      * databank_owner keeps it per id and outlives a delete, so a
      * restored record comes back under the unit it had; the trigger
      * on databank_store gives every new row its unit at insert.
      * unit_entitlement lists, per caller id, the units it may read;
      * '*' is every unit and home_flag marks the caller's own units -
      * reading a row of any other unit is a cross-unit access, which
      * the inquiry and extract programs log. A caller without any
      * entitlement reads nothing. CsvExtr, as run by the chain, is
      * entitled to every unit. databank_snapshot and stat_summary
      * carry the unit so the statistics can break on it.
       4097-STEP-097.
           MOVE 97 TO MIG-STEP-NUMBER.
           MOVE 'business-unit data ownership' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4097-STEP-097-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS business_unit (
                   unit_code VARCHAR(10) PRIMARY KEY,
                   unit_name VARCHAR(50) NOT NULL,
                   default_flag CHAR(1) NOT NULL DEFAULT 'N'
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO business_unit
                   (unit_code, unit_name, default_flag)
               VALUES ('CENTRAL', 'Central data management', 'Y'),
                      ('PENSION', 'Pension team', 'N'),
                      ('MARKETING', 'Marketing mailings', 'N'),
                      ('STATS', 'Statistics unit', 'N')
               ON CONFLICT (unit_code) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.columns
               WHERE table_name = 'supplier_registry'
                 AND column_name = 'business_unit'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               EXEC SQL
                   ALTER TABLE supplier_registry
                       ADD COLUMN business_unit VARCHAR(10)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.columns
               WHERE table_name = 'campaign'
                 AND column_name = 'business_unit'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               EXEC SQL
                   ALTER TABLE campaign
                       ADD COLUMN business_unit VARCHAR(10)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.columns
               WHERE table_name = 'databank_snapshot'
                 AND column_name = 'business_unit'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               EXEC SQL
                   ALTER TABLE databank_snapshot
                       ADD COLUMN business_unit VARCHAR(10)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.columns
               WHERE table_name = 'stat_summary'
                 AND column_name = 'business_unit'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               EXEC SQL
                   ALTER TABLE stat_summary
                       ADD COLUMN business_unit VARCHAR(10)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS databank_owner (
                   databank_id VARCHAR(36) PRIMARY KEY,
                   unit_code VARCHAR(10) NOT NULL,
                   source_type VARCHAR(10) NOT NULL,
                   source_ref VARCHAR(20),
                   set_at TIMESTAMP NOT NULL
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS unit_entitlement (
                   caller_id VARCHAR(10) NOT NULL,
                   unit_code VARCHAR(10) NOT NULL,
                   home_flag CHAR(1) NOT NULL DEFAULT 'N',
                   granted_by VARCHAR(10),
                   granted_at TIMESTAMP NOT NULL,
                   PRIMARY KEY (caller_id, unit_code)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO unit_entitlement
                   (caller_id, unit_code, home_flag, granted_by,
                    granted_at)
               VALUES ('CsvExtr', '*', 'Y', 'SchemaMig',
                       CURRENT_TIMESTAMP)
               ON CONFLICT (caller_id, unit_code) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE OR REPLACE FUNCTION databank_unit(
                   p_id VARCHAR)
               RETURNS VARCHAR AS
               'SELECT COALESCE(
                       (SELECT o.unit_code FROM databank_owner o
                         WHERE o.databank_id = p_id),
                       (SELECT MIN(u.unit_code) FROM business_unit u
                         WHERE u.default_flag = ''Y''),
                       ''CENTRAL'')'
               LANGUAGE sql STABLE
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE OR REPLACE FUNCTION unit_access(
                   p_caller VARCHAR, p_id VARCHAR)
               RETURNS CHAR AS
               'SELECT COALESCE(
                       (SELECT CASE WHEN MAX(e.home_flag) = ''Y''
                                    THEN ''H'' ELSE ''C'' END
                          FROM unit_entitlement e
                         WHERE UPPER(e.caller_id) =
                               UPPER(TRIM(p_caller))
                           AND e.unit_code IN (''*'',
                               databank_unit(p_id))
                        HAVING COUNT(*) > 0),
                       ''N'')'
               LANGUAGE sql STABLE
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE OR REPLACE FUNCTION databank_owner_assign()
               RETURNS TRIGGER AS
               'DECLARE
                    v_supplier VARCHAR(10);
                    v_unit VARCHAR(10);
                BEGIN
                    v_supplier := NULLIF(current_setting(
                                      ''prov.supplier'', true), '''');
                    IF v_supplier IS NULL THEN
                        SELECT b.supplier_id INTO v_supplier
                          FROM load_batch b
                         WHERE b.batch_id = NEW.load_batch_id;
                    END IF;
                    SELECT r.business_unit INTO v_unit
                      FROM supplier_registry r
                     WHERE r.supplier_id = v_supplier;
                    IF v_unit IS NULL THEN
                        INSERT INTO databank_owner
                            (databank_id, unit_code, source_type,
                             source_ref, set_at)
                        VALUES (CAST(NEW.id AS VARCHAR),
                                databank_unit(CAST(NEW.id AS VARCHAR)),
                                ''DEFAULT'', NULL, CURRENT_TIMESTAMP)
                        ON CONFLICT (databank_id) DO NOTHING;
                    ELSE
                        INSERT INTO databank_owner
                            (databank_id, unit_code, source_type,
                             source_ref, set_at)
                        VALUES (CAST(NEW.id AS VARCHAR), v_unit,
                                ''SUPPLIER'', v_supplier,
                                CURRENT_TIMESTAMP)
                        ON CONFLICT (databank_id) DO NOTHING;
                    END IF;
                    RETURN NULL;
                END'
               LANGUAGE plpgsql
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               DROP TRIGGER IF EXISTS databank_store_owner
                   ON databank_store
           END-EXEC.

           EXEC SQL
               CREATE TRIGGER databank_store_owner
                   AFTER INSERT ON databank_store
                   FOR EACH ROW EXECUTE PROCEDURE
                   databank_owner_assign()
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO databank_owner
                   (databank_id, unit_code, source_type, source_ref,
                    set_at)
               SELECT CAST(d.id AS VARCHAR), r.business_unit,
                      'SUPPLIER', r.supplier_id, CURRENT_TIMESTAMP
               FROM databank_store d
               JOIN load_batch b ON b.batch_id = d.load_batch_id
               JOIN supplier_registry r
                 ON r.supplier_id = b.supplier_id
               WHERE r.business_unit IS NOT NULL
               ON CONFLICT (databank_id) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO databank_owner
                   (databank_id, unit_code, source_type, source_ref,
                    set_at)
               SELECT DISTINCT ON (p.databank_id)
                      p.databank_id, c.business_unit, 'CAMPAIGN',
                      c.campaign_id, CURRENT_TIMESTAMP
               FROM campaign_response p
               JOIN campaign c ON c.campaign_id = p.campaign_id
               WHERE c.business_unit IS NOT NULL
               ORDER BY p.databank_id, p.loaded_at, c.campaign_id
               ON CONFLICT (databank_id) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO databank_owner
                   (databank_id, unit_code, source_type, source_ref,
                    set_at)
               SELECT CAST(d.id AS VARCHAR),
                      databank_unit(CAST(d.id AS VARCHAR)),
                      'DEFAULT', NULL, CURRENT_TIMESTAMP
               FROM databank_store d
               ON CONFLICT (databank_id) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4097-STEP-097-END.
      ******************************************************************
      * Ten-year population projection for the pension fund.
      * mortality_table holds the statistics office's life tables per
      * reference year: the probability of surviving from one
      * birthday to the next, by country and sex in the office's
      * codes and by single year of age, the last age standing for
      * every age above it; country '*' is the table the office
      * publishes for everyone else. PopProj loads it and ages the
      * frozen snapshot forward. Every run is kept: projection_run
      * with its parameters, projection_result the expected
      * population and deaths per year, country, sex and five-year
      * group, projection_year the yearly totals with the number
      * expected to reach pension age. projection_cohort is the
      * single-age work area of the latest run only.
      * mortality_survival looks up the rate of one age.
       4098-STEP-098.
           MOVE 98 TO MIG-STEP-NUMBER.
           MOVE 'population projection' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4098-STEP-098-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS mortality_table (
                   ref_year SMALLINT,
                   country_code VARCHAR(20),
                   sex_code VARCHAR(20),
                   age SMALLINT,
                   survival_prob NUMERIC(7,6) NOT NULL,
                   source_file VARCHAR(60),
                   loaded_at TIMESTAMP,
                   PRIMARY KEY (ref_year, country_code, sex_code, age)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS projection_run (
                   run_id SERIAL PRIMARY KEY,
                   run_at TIMESTAMP NOT NULL,
                   snap_date DATE NOT NULL,
                   ref_year SMALLINT NOT NULL,
                   horizon_years SMALLINT NOT NULL,
                   pension_age SMALLINT NOT NULL,
                   base_population INTEGER,
                   no_table_count INTEGER,
                   left_out_count INTEGER
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS projection_cohort (
                   run_id INTEGER NOT NULL,
                   proj_year SMALLINT NOT NULL,
                   country_code VARCHAR(20) NOT NULL,
                   sex_code VARCHAR(20) NOT NULL,
                   age SMALLINT NOT NULL,
                   population NUMERIC(16,6) NOT NULL,
                   deaths NUMERIC(16,6) NOT NULL,
                   PRIMARY KEY (run_id, proj_year, country_code,
                                sex_code, age)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS projection_result (
                   run_id INTEGER NOT NULL,
                   proj_year SMALLINT NOT NULL,
                   country_code VARCHAR(20) NOT NULL,
                   sex_code VARCHAR(20) NOT NULL,
                   age_group VARCHAR(10) NOT NULL,
                   expected_population NUMERIC(14,2),
                   expected_deaths NUMERIC(14,2),
                   PRIMARY KEY (run_id, proj_year, country_code,
                                sex_code, age_group)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS projection_year (
                   run_id INTEGER NOT NULL,
                   proj_year SMALLINT NOT NULL,
                   country_code VARCHAR(20) NOT NULL,
                   sex_code VARCHAR(20) NOT NULL,
                   expected_population NUMERIC(14,2),
                   expected_deaths NUMERIC(14,2),
                   reaching_pension NUMERIC(14,2),
                   PRIMARY KEY (run_id, proj_year, country_code,
                                sex_code)
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               CREATE OR REPLACE FUNCTION mortality_survival(
                   p_year SMALLINT, p_country VARCHAR, p_sex VARCHAR,
                   p_age INTEGER)
               RETURNS NUMERIC AS
               'SELECT m.survival_prob FROM mortality_table m
                 WHERE m.ref_year = p_year
                   AND m.country_code IN (p_country, ''*'')
                   AND m.sex_code = p_sex
                   AND m.age <= p_age
                 ORDER BY (m.country_code = ''*''), m.age DESC
                 LIMIT 1'
               LANGUAGE sql STABLE
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4098-STEP-098-END.
      ******************************************************************
      * The national register number is held in databank_store as
      * ciphertext and token only; the archive takes the same two
      * columns so ArchPurg and LoadBack carry it into the archive
      * and ArchInq brings it back on a restore. Rows archived before
      * this step never had the number to carry.
       4099-STEP-099.
           MOVE 99 TO MIG-STEP-NUMBER.
           MOVE 'databank_archive national register number'
               TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4099-STEP-099-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.columns
               WHERE table_name = 'databank_archive_store'
                 AND column_name = 'national_no_enc'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               EXEC SQL
                   DROP VIEW IF EXISTS databank_archive
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE databank_archive_store
                       ADD COLUMN national_no_enc BYTEA,
                       ADD COLUMN national_no_token VARCHAR(64)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   CREATE VIEW databank_archive AS
                   SELECT s.*,
                          pii_decrypt(s.email_enc) AS email,
                          CAST(pii_decrypt(s.birth_date_enc) AS DATE)
                              AS birth_date,
                          pii_decrypt(s.street_enc) AS street,
                          pii_decrypt(s.national_no_enc)
                              AS national_no
                   FROM databank_archive_store s
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4099-STEP-099-END.
      ******************************************************************
      * A minor's message is staged against the minor but mailed to
      * the guardian. recipient_id names the person whose mailbox it
      * went to, so MailRcpt flags the bounce on that person; rows
      * staged before this step were all sent to the person they are
      * about.
       4100-STEP-100.
           MOVE 100 TO MIG-STEP-NUMBER.
           MOVE 'mail_staging.recipient_id column' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4100-STEP-100-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.columns
               WHERE table_name = 'mail_staging'
                 AND column_name = 'recipient_id'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               EXEC SQL
                   ALTER TABLE mail_staging
                       ADD COLUMN recipient_id VARCHAR(36)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   UPDATE mail_staging
                   SET recipient_id = databank_id
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4100-STEP-100-END.
      ******************************************************************
      * Driver seeds AddrVer, MailMfst and the data mart jobs into a
      * fresh chain; a chain seeded before those jobs existed gets
      * them here, in the same places. TrnPkg was first added after
      * AddrVer, so a chain that lacked AddrVer lacks TrnPkg as well.
      * MailMfst must run before Distrib, whose release gate waits
      * for its verdict. MartExp is read-only and joins the
      * statistics group.
       4101-STEP-101.
           MOVE 101 TO MIG-STEP-NUMBER.
           MOVE 'batch_chain AddrVer, MailMfst and data mart jobs'
               TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4101-STEP-101-END
           END-IF.

           EXEC SQL
               INSERT INTO batch_chain
                   (seq_no, job_name, enabled, run_group)
               SELECT c.seq_no + 2, 'AddrVer', 'Y', 0
               FROM batch_chain c
               WHERE c.job_name = 'UpdMaj'
                 AND NOT EXISTS
                     (SELECT 1 FROM batch_chain s
                       WHERE s.job_name = 'AddrVer')
               ORDER BY c.seq_no
               LIMIT 1
               ON CONFLICT (seq_no) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO batch_chain
                   (seq_no, job_name, enabled, run_group)
               SELECT c.seq_no + 1, 'TrnPkg', 'Y', 0
               FROM batch_chain c
               WHERE c.job_name = 'AddrVer'
                 AND NOT EXISTS
                     (SELECT 1 FROM batch_chain s
                       WHERE s.job_name = 'TrnPkg')
               ORDER BY c.seq_no
               LIMIT 1
               ON CONFLICT (seq_no) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO batch_chain
                   (seq_no, job_name, enabled, run_group)
               SELECT c.seq_no + 1, 'MartLoad', 'Y', 0
               FROM batch_chain c
               WHERE c.job_name = 'SnapShot'
                 AND NOT EXISTS
                     (SELECT 1 FROM batch_chain s
                       WHERE s.job_name = 'MartLoad')
               ORDER BY c.seq_no
               LIMIT 1
               ON CONFLICT (seq_no) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO batch_chain
                   (seq_no, job_name, enabled, run_group)
               SELECT c.seq_no + 5, 'MartExp', 'Y', 1
               FROM batch_chain c
               WHERE c.job_name = 'AgeStat'
                 AND NOT EXISTS
                     (SELECT 1 FROM batch_chain s
                       WHERE s.job_name = 'MartExp')
               ORDER BY c.seq_no
               LIMIT 1
               ON CONFLICT (seq_no) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO batch_chain
                   (seq_no, job_name, enabled, run_group)
               SELECT c.seq_no - 5, 'MailMfst', 'Y', 0
               FROM batch_chain c
               WHERE c.job_name = 'Distrib'
                 AND NOT EXISTS
                     (SELECT 1 FROM batch_chain s
                       WHERE s.job_name = 'MailMfst')
               ORDER BY c.seq_no
               LIMIT 1
               ON CONFLICT (seq_no) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4101-STEP-101-END.
      ******************************************************************
      * AdHocRpt reads individuals for a caller now. Run without BY=
      * the report is the house's own and reads every unit, as
      * CsvExtr's does.
       4102-STEP-102.
           MOVE 102 TO MIG-STEP-NUMBER.
           MOVE 'AdHocRpt business-unit entitlement' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4102-STEP-102-END
           END-IF.

           EXEC SQL
               INSERT INTO unit_entitlement
                   (caller_id, unit_code, home_flag, granted_by,
                    granted_at)
               VALUES ('AdHocRpt', '*', 'Y', 'SchemaMig',
                       CURRENT_TIMESTAMP)
               ON CONFLICT (caller_id, unit_code) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4102-STEP-102-END.
      ******************************************************************
      * A staged maintenance change and the maintenance audit trail
      * keep the before and after value of whatever field was
      * changed - an email, a birth date, a street, a register
      * number - so both values are held encrypted like the record
      * they came from. The tables become *_store with a view under
      * the old name that decrypts them; the approval and apply
      * passes read through the view unchanged, and DbMnt, FundChg
      * and GenFix write the store through pii_encrypt.
       4103-STEP-103.
           MOVE 103 TO MIG-STEP-NUMBER.
           MOVE 'maintenance value encryption' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4103-STEP-103-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.tables
               WHERE table_name = 'pending_maint_changes_store'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               PERFORM 5400-REQUIRE-FIELD-KEY
                   THRU 5400-REQUIRE-FIELD-KEY-END

               EXEC SQL
                   ALTER TABLE pending_maint_changes
                       RENAME TO pending_maint_changes_store
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE pending_maint_changes_store
                       ADD COLUMN old_value_enc BYTEA,
                       ADD COLUMN new_value_enc BYTEA
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   UPDATE pending_maint_changes_store
                   SET old_value_enc = pii_encrypt(old_value),
                       new_value_enc = pii_encrypt(new_value)
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE pending_maint_changes_store
                       DROP COLUMN old_value,
                       DROP COLUMN new_value
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   CREATE VIEW pending_maint_changes AS
                   SELECT s.*,
                          pii_decrypt(s.old_value_enc) AS old_value,
                          pii_decrypt(s.new_value_enc) AS new_value
                   FROM pending_maint_changes_store s
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.tables
               WHERE table_name = 'databank_maint_audit_store'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               PERFORM 5400-REQUIRE-FIELD-KEY
                   THRU 5400-REQUIRE-FIELD-KEY-END

               EXEC SQL
                   ALTER TABLE databank_maint_audit
                       RENAME TO databank_maint_audit_store
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE databank_maint_audit_store
                       ADD COLUMN old_value_enc BYTEA,
                       ADD COLUMN new_value_enc BYTEA
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   UPDATE databank_maint_audit_store
                   SET old_value_enc = pii_encrypt(old_value),
                       new_value_enc = pii_encrypt(new_value)
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE databank_maint_audit_store
                       DROP COLUMN old_value,
                       DROP COLUMN new_value
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   CREATE VIEW databank_maint_audit AS
                   SELECT s.*,
                          pii_decrypt(s.old_value_enc) AS old_value,
                          pii_decrypt(s.new_value_enc) AS new_value
                   FROM databank_maint_audit_store s
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4103-STEP-103-END.
      ******************************************************************
      * A forwarding entry carries the street the person left and the
      * one they moved to. Both are held encrypted as databank's
      * street is; address_forward becomes a view over
      * address_forward_store that decrypts them, FwdRev and the
      * sweeps read and update through it, and FwdMatch writes the
      * store through pii_encrypt.
       4104-STEP-104.
           MOVE 104 TO MIG-STEP-NUMBER.
           MOVE 'address_forward street encryption' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4104-STEP-104-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.tables
               WHERE table_name = 'address_forward_store'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               PERFORM 5400-REQUIRE-FIELD-KEY
                   THRU 5400-REQUIRE-FIELD-KEY-END

               EXEC SQL
                   ALTER TABLE address_forward
                       RENAME TO address_forward_store
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE address_forward_store
                       ADD COLUMN old_street_enc BYTEA,
                       ADD COLUMN new_street_enc BYTEA
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   UPDATE address_forward_store
                   SET old_street_enc = pii_encrypt(old_street),
                       new_street_enc = pii_encrypt(new_street)
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE address_forward_store
                       DROP COLUMN old_street,
                       DROP COLUMN new_street
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   CREATE VIEW address_forward AS
                   SELECT s.*,
                          pii_decrypt(s.old_street_enc) AS old_street,
                          pii_decrypt(s.new_street_enc) AS new_street
                   FROM address_forward_store s
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4104-STEP-104-END.
      ******************************************************************
      * A household proposal and a crowded address name the street
      * twice: in its own column and inside the address key
      * HhDetect groups on. The street is held encrypted as
      * databank's is, and the address key is kept as its search
      * token, which still matches a later run's key for the same
      * address without holding the street. Both tables become
      * *_store with a view under the old name that decrypts the
      * street; HhRev reads through the views unchanged and HhDetect
      * writes the stores through pii_encrypt and pii_token.
       4105-STEP-105.
           MOVE 105 TO MIG-STEP-NUMBER.
           MOVE 'household address encryption' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4105-STEP-105-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.tables
               WHERE table_name = 'household_proposal_store'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               PERFORM 5400-REQUIRE-FIELD-KEY
                   THRU 5400-REQUIRE-FIELD-KEY-END

               EXEC SQL
                   ALTER TABLE household_proposal
                       RENAME TO household_proposal_store
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE household_proposal_store
                       ADD COLUMN street_enc BYTEA
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   UPDATE household_proposal_store
                   SET street_enc = pii_encrypt(street),
                       address_key = pii_token(address_key)
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE household_proposal_store
                       DROP COLUMN street
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   CREATE VIEW household_proposal AS
                   SELECT s.*,
                          pii_decrypt(s.street_enc) AS street
                   FROM household_proposal_store s
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.tables
               WHERE table_name = 'crowded_address_store'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               PERFORM 5400-REQUIRE-FIELD-KEY
                   THRU 5400-REQUIRE-FIELD-KEY-END

               EXEC SQL
                   ALTER TABLE crowded_address
                       RENAME TO crowded_address_store
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE crowded_address_store
                       ADD COLUMN street_enc BYTEA
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   UPDATE crowded_address_store
                   SET street_enc = pii_encrypt(street),
                       address_key = pii_token(address_key)
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE crowded_address_store
                       DROP COLUMN street
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   CREATE VIEW crowded_address AS
                   SELECT s.*,
                          pii_decrypt(s.street_enc) AS street
                   FROM crowded_address_store s
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4105-STEP-105-END.
      ******************************************************************
      * A returned supplier row keeps the whole input record, and the
      * keys that recognise its corrected resend hold the email and
      * the name with birth date. The record is held encrypted and
      * the two keys as search tokens, which still match the keys
      * LoadBank builds from the resend. Only LoadBank reads the
      * record back, so the table keeps its name and LoadBank
      * decrypts it itself.
       4106-STEP-106.
           MOVE 106 TO MIG-STEP-NUMBER.
           MOVE 'supplier_return_row encryption' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4106-STEP-106-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.columns
               WHERE table_name = 'supplier_return_row'
                 AND column_name = 'original_record_enc'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               PERFORM 5400-REQUIRE-FIELD-KEY
                   THRU 5400-REQUIRE-FIELD-KEY-END

               EXEC SQL
                   ALTER TABLE supplier_return_row
                       ADD COLUMN original_record_enc BYTEA
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   UPDATE supplier_return_row
                   SET original_record_enc =
                           pii_encrypt(original_record),
                       email_key = pii_token(email_key),
                       name_key = pii_token(name_key)
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE supplier_return_row
                       DROP COLUMN original_record
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4106-STEP-106-END.
      ******************************************************************
      * The statistics snapshot needs a person's age, not the birth
      * date itself. The effective age - birth_date-derived, the
      * stored age as fallback - is frozen with each row on the
      * snapshot date, and the birth date is no longer copied.
       4107-STEP-107.
           MOVE 107 TO MIG-STEP-NUMBER.
           MOVE 'databank_snapshot effective age' TO MIG-STEP-DESC.
           IF MIG-STEP-NUMBER > MIG-CEILING
               GO TO 4107-STEP-107-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.columns
               WHERE table_name = 'databank_snapshot'
                 AND column_name = 'eff_age'
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               EXEC SQL
                   ALTER TABLE databank_snapshot
                       ADD COLUMN eff_age SMALLINT
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   UPDATE databank_snapshot
                   SET eff_age =
                           COALESCE(CAST(EXTRACT(YEAR FROM
                               AGE(snap_date, birth_date))
                               AS INTEGER), age)
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE databank_snapshot
                       DROP COLUMN birth_date
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           PERFORM 5100-RECORD-STEP
               THRU 5100-RECORD-STEP-END.
       4107-STEP-107-END.
      ******************************************************************
      * Every forward step has a reverse step below, which undoes it
      * in the opposite order - what the step created goes, what it
      * altered goes back - and records the reversal in
      * schema_version as the step's number made negative, beside the
      * removal of its positive row. Reverse steps run from the top
      * down to the target level; those at or below it, and those
      * never applied, do nothing. Nothing is committed until the
      * whole move has worked.
       3101-REVERT-MIGRATIONS.
           EXEC SQL
               SELECT COALESCE(MAX(version_number), 0)
               INTO :MIG-CURRENT-LEVEL
               FROM schema_version
               WHERE version_number > 0
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE MIG-CURRENT-LEVEL TO LEVEL-DISP.
           MOVE MIG-TARGET-LEVEL TO TARGET-DISP.

           IF MIG-TARGET-LEVEL NOT < MIG-CURRENT-LEVEL
               DISPLAY 'Schema is at level ' LEVEL-DISP
                       ' - nothing to take back to level '
                       TARGET-DISP '.'
               GO TO 3101-REVERT-MIGRATIONS-END
           END-IF.

           MOVE 9999 TO MIG-CEILING.
           DISPLAY 'Taking the schema back from level ' LEVEL-DISP
                   ' to level ' TARGET-DISP '...'.

           PERFORM 6107-UNDO-107
               THRU 6107-UNDO-107-END.

           PERFORM 6106-UNDO-106
               THRU 6106-UNDO-106-END.

           PERFORM 6105-UNDO-105
               THRU 6105-UNDO-105-END.

           PERFORM 6104-UNDO-104
               THRU 6104-UNDO-104-END.

           PERFORM 6103-UNDO-103
               THRU 6103-UNDO-103-END.

           PERFORM 6102-UNDO-102
               THRU 6102-UNDO-102-END.

           PERFORM 6101-UNDO-101
               THRU 6101-UNDO-101-END.

           PERFORM 6100-UNDO-100
               THRU 6100-UNDO-100-END.

           PERFORM 6099-UNDO-099
               THRU 6099-UNDO-099-END.

           PERFORM 6098-UNDO-098
               THRU 6098-UNDO-098-END.

           PERFORM 6097-UNDO-097
               THRU 6097-UNDO-097-END.

           PERFORM 6096-UNDO-096
               THRU 6096-UNDO-096-END.

           PERFORM 6095-UNDO-095
               THRU 6095-UNDO-095-END.

           PERFORM 6094-UNDO-094
               THRU 6094-UNDO-094-END.

           PERFORM 6093-UNDO-093
               THRU 6093-UNDO-093-END.

           PERFORM 6092-UNDO-092
               THRU 6092-UNDO-092-END.

           PERFORM 6091-UNDO-091
               THRU 6091-UNDO-091-END.

           PERFORM 6090-UNDO-090
               THRU 6090-UNDO-090-END.

           PERFORM 6089-UNDO-089
               THRU 6089-UNDO-089-END.

           PERFORM 6088-UNDO-088
               THRU 6088-UNDO-088-END.

           PERFORM 6087-UNDO-087
               THRU 6087-UNDO-087-END.

           PERFORM 6086-UNDO-086
               THRU 6086-UNDO-086-END.

           PERFORM 6085-UNDO-085
               THRU 6085-UNDO-085-END.

           PERFORM 6084-UNDO-084
               THRU 6084-UNDO-084-END.

           PERFORM 6083-UNDO-083
               THRU 6083-UNDO-083-END.

           PERFORM 6082-UNDO-082
               THRU 6082-UNDO-082-END.

           PERFORM 6081-UNDO-081
               THRU 6081-UNDO-081-END.

           PERFORM 6080-UNDO-080
               THRU 6080-UNDO-080-END.

           PERFORM 6079-UNDO-079
               THRU 6079-UNDO-079-END.

           PERFORM 6078-UNDO-078
               THRU 6078-UNDO-078-END.

           PERFORM 6077-UNDO-077
               THRU 6077-UNDO-077-END.

           PERFORM 6076-UNDO-076
               THRU 6076-UNDO-076-END.

           PERFORM 6075-UNDO-075
               THRU 6075-UNDO-075-END.

           PERFORM 6074-UNDO-074
               THRU 6074-UNDO-074-END.

           PERFORM 6073-UNDO-073
               THRU 6073-UNDO-073-END.

           PERFORM 6072-UNDO-072
               THRU 6072-UNDO-072-END.

           PERFORM 6071-UNDO-071
               THRU 6071-UNDO-071-END.

           PERFORM 6070-UNDO-070
               THRU 6070-UNDO-070-END.

           PERFORM 6069-UNDO-069
               THRU 6069-UNDO-069-END.

           PERFORM 6068-UNDO-068
               THRU 6068-UNDO-068-END.

           PERFORM 6067-UNDO-067
               THRU 6067-UNDO-067-END.

           PERFORM 6066-UNDO-066
               THRU 6066-UNDO-066-END.

           PERFORM 6065-UNDO-065
               THRU 6065-UNDO-065-END.

           PERFORM 6064-UNDO-064
               THRU 6064-UNDO-064-END.

           PERFORM 6063-UNDO-063
               THRU 6063-UNDO-063-END.

           PERFORM 6062-UNDO-062
               THRU 6062-UNDO-062-END.

           PERFORM 6061-UNDO-061
               THRU 6061-UNDO-061-END.

           PERFORM 6060-UNDO-060
               THRU 6060-UNDO-060-END.

           PERFORM 6059-UNDO-059
               THRU 6059-UNDO-059-END.

           PERFORM 6058-UNDO-058
               THRU 6058-UNDO-058-END.

           PERFORM 6057-UNDO-057
               THRU 6057-UNDO-057-END.

           PERFORM 6056-UNDO-056
               THRU 6056-UNDO-056-END.

           PERFORM 6055-UNDO-055
               THRU 6055-UNDO-055-END.

           PERFORM 6054-UNDO-054
               THRU 6054-UNDO-054-END.

           PERFORM 6053-UNDO-053
               THRU 6053-UNDO-053-END.

           PERFORM 6052-UNDO-052
               THRU 6052-UNDO-052-END.

           PERFORM 6051-UNDO-051
               THRU 6051-UNDO-051-END.

           PERFORM 6050-UNDO-050
               THRU 6050-UNDO-050-END.

           PERFORM 6049-UNDO-049
               THRU 6049-UNDO-049-END.

           PERFORM 6048-UNDO-048
               THRU 6048-UNDO-048-END.

           PERFORM 6047-UNDO-047
               THRU 6047-UNDO-047-END.

           PERFORM 6046-UNDO-046
               THRU 6046-UNDO-046-END.

           PERFORM 6045-UNDO-045
               THRU 6045-UNDO-045-END.

           PERFORM 6044-UNDO-044
               THRU 6044-UNDO-044-END.

           PERFORM 6043-UNDO-043
               THRU 6043-UNDO-043-END.

           PERFORM 6042-UNDO-042
               THRU 6042-UNDO-042-END.

           PERFORM 6041-UNDO-041
               THRU 6041-UNDO-041-END.

           PERFORM 6040-UNDO-040
               THRU 6040-UNDO-040-END.

           PERFORM 6039-UNDO-039
               THRU 6039-UNDO-039-END.

           PERFORM 6038-UNDO-038
               THRU 6038-UNDO-038-END.

           PERFORM 6037-UNDO-037
               THRU 6037-UNDO-037-END.

           PERFORM 6036-UNDO-036
               THRU 6036-UNDO-036-END.

           PERFORM 6035-UNDO-035
               THRU 6035-UNDO-035-END.

           PERFORM 6034-UNDO-034
               THRU 6034-UNDO-034-END.

           PERFORM 6033-UNDO-033
               THRU 6033-UNDO-033-END.

           PERFORM 6032-UNDO-032
               THRU 6032-UNDO-032-END.

           PERFORM 6031-UNDO-031
               THRU 6031-UNDO-031-END.

           PERFORM 6030-UNDO-030
               THRU 6030-UNDO-030-END.

           PERFORM 6029-UNDO-029
               THRU 6029-UNDO-029-END.

           PERFORM 6028-UNDO-028
               THRU 6028-UNDO-028-END.

           PERFORM 6027-UNDO-027
               THRU 6027-UNDO-027-END.

           PERFORM 6026-UNDO-026
               THRU 6026-UNDO-026-END.

           PERFORM 6025-UNDO-025
               THRU 6025-UNDO-025-END.

           PERFORM 6024-UNDO-024
               THRU 6024-UNDO-024-END.

           PERFORM 6023-UNDO-023
               THRU 6023-UNDO-023-END.

           PERFORM 6022-UNDO-022
               THRU 6022-UNDO-022-END.

           PERFORM 6021-UNDO-021
               THRU 6021-UNDO-021-END.

           PERFORM 6020-UNDO-020
               THRU 6020-UNDO-020-END.

           PERFORM 6019-UNDO-019
               THRU 6019-UNDO-019-END.

           PERFORM 6018-UNDO-018
               THRU 6018-UNDO-018-END.

           PERFORM 6017-UNDO-017
               THRU 6017-UNDO-017-END.

           PERFORM 6016-UNDO-016
               THRU 6016-UNDO-016-END.

           PERFORM 6015-UNDO-015
               THRU 6015-UNDO-015-END.

           PERFORM 6014-UNDO-014
               THRU 6014-UNDO-014-END.

           PERFORM 6013-UNDO-013
               THRU 6013-UNDO-013-END.

           PERFORM 6012-UNDO-012
               THRU 6012-UNDO-012-END.

           PERFORM 6011-UNDO-011
               THRU 6011-UNDO-011-END.

           PERFORM 6010-UNDO-010
               THRU 6010-UNDO-010-END.

           PERFORM 6009-UNDO-009
               THRU 6009-UNDO-009-END.

           PERFORM 6008-UNDO-008
               THRU 6008-UNDO-008-END.

           PERFORM 6007-UNDO-007
               THRU 6007-UNDO-007-END.

           PERFORM 6006-UNDO-006
               THRU 6006-UNDO-006-END.

           PERFORM 6005-UNDO-005
               THRU 6005-UNDO-005-END.

           PERFORM 6004-UNDO-004
               THRU 6004-UNDO-004-END.

           PERFORM 6003-UNDO-003
               THRU 6003-UNDO-003-END.

           PERFORM 6002-UNDO-002
               THRU 6002-UNDO-002-END.

           PERFORM 6001-UNDO-001
               THRU 6001-UNDO-001-END.

           IF NOT MIG-PREVIEW
               MOVE SPACES TO PRV-ACTION-DESC
               STRING 'SCHEMA DOWN FROM ' DELIMITED BY SIZE
                      LEVEL-DISP DELIMITED BY SIZE
                      ' TO ' DELIMITED BY SIZE
                      TARGET-DISP DELIMITED BY SIZE
                      INTO PRV-ACTION-DESC
               MOVE 'SchemaMig' TO PRV-KEY-VALUE
               MOVE STEPS-REVERTED-COUNT TO PRV-ROW-COUNT
               PERFORM 5600-RECORD-PRIV-ACTION
                   THRU 5600-RECORD-PRIV-ACTION-END
           END-IF.
       3101-REVERT-MIGRATIONS-END.
      ******************************************************************
       6107-UNDO-107.
           MOVE 107 TO MIG-STEP-NUMBER.
           MOVE 'databank_snapshot effective age' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6107-UNDO-107-END
           END-IF.

      *    The birth date comes back from the live record; a row whose
      *    individual has gone since keeps none, and the reporting
      *    jobs of the lower level fall back on its stored age.
           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.columns
               WHERE table_name = 'databank_snapshot'
                 AND column_name = 'eff_age'
           END-EXEC.

           IF COL-EXISTS-COUNT > 0
               PERFORM 5400-REQUIRE-FIELD-KEY
                   THRU 5400-REQUIRE-FIELD-KEY-END

               EXEC SQL
                   ALTER TABLE databank_snapshot
                       ADD COLUMN birth_date DATE
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   UPDATE databank_snapshot s
                   SET birth_date = d.birth_date
                   FROM databank d
                   WHERE d.id = s.id
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE databank_snapshot
                       DROP COLUMN eff_age
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6107-UNDO-107-END.
      ******************************************************************
       6106-UNDO-106.
           MOVE 106 TO MIG-STEP-NUMBER.
           MOVE 'supplier_return_row encryption' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6106-UNDO-106-END
           END-IF.

      *    The match keys cannot be read back out of their tokens, so
      *    they are cut again from the decrypted record at the places
      *    LoadBank's input layout puts the names, email and birth
      *    date.
           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.columns
               WHERE table_name = 'supplier_return_row'
                 AND column_name = 'original_record_enc'
           END-EXEC.

           IF COL-EXISTS-COUNT > 0
               PERFORM 5400-REQUIRE-FIELD-KEY
                   THRU 5400-REQUIRE-FIELD-KEY-END

               EXEC SQL
                   ALTER TABLE supplier_return_row
                       ADD COLUMN original_record VARCHAR(478)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   UPDATE supplier_return_row
                   SET original_record =
                           pii_decrypt(original_record_enc)
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   UPDATE supplier_return_row
                   SET email_key =
                           NULLIF(LOWER(TRIM(SUBSTRING(
                               COALESCE(original_record, '')
                               FROM 101 FOR 100))), ''),
                       name_key =
                           UPPER(TRIM(SUBSTRING(
                               COALESCE(original_record, '')
                               FROM 1 FOR 50)))
                           || '|' ||
                           UPPER(TRIM(SUBSTRING(
                               COALESCE(original_record, '')
                               FROM 51 FOR 50)))
                           || '|' ||
                           TRIM(SUBSTRING(
                               COALESCE(original_record, '')
                               FROM 324 FOR 10))
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE supplier_return_row
                       DROP COLUMN original_record_enc
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6106-UNDO-106-END.
      ******************************************************************
       6105-UNDO-105.
           MOVE 105 TO MIG-STEP-NUMBER.
           MOVE 'household address encryption' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6105-UNDO-105-END
           END-IF.

      *    A token cannot be turned back into its key, so the address
      *    key is built again from the decrypted street and the other
      *    address columns, the way HhDetect builds it.
           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.tables
               WHERE table_name = 'crowded_address_store'
           END-EXEC.

           IF COL-EXISTS-COUNT > 0
               PERFORM 5400-REQUIRE-FIELD-KEY
                   THRU 5400-REQUIRE-FIELD-KEY-END

               EXEC SQL
                   DROP VIEW IF EXISTS crowded_address
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE crowded_address_store
                       ADD COLUMN street VARCHAR(50)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   UPDATE crowded_address_store
                   SET street = pii_decrypt(street_enc),
                       address_key =
                           UPPER(REPLACE(COALESCE(postal_code, ''),
                                         ' ', ''))
                           || '|' ||
                           UPPER(TRANSLATE(COALESCE(
                                     pii_decrypt(street_enc), ''),
                                     ' -''.,/', ''))
                           || '|' ||
                           UPPER(TRANSLATE(COALESCE(house_no, ''),
                                           ' -''.,/', ''))
                           || '|' ||
                           UPPER(TRANSLATE(COALESCE(box_no, ''),
                                           ' -''.,/', ''))
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE crowded_address_store
                       DROP COLUMN street_enc
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE crowded_address_store
                       RENAME TO crowded_address
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.tables
               WHERE table_name = 'household_proposal_store'
           END-EXEC.

           IF COL-EXISTS-COUNT > 0
               PERFORM 5400-REQUIRE-FIELD-KEY
                   THRU 5400-REQUIRE-FIELD-KEY-END

               EXEC SQL
                   DROP VIEW IF EXISTS household_proposal
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE household_proposal_store
                       ADD COLUMN street VARCHAR(50)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   UPDATE household_proposal_store
                   SET street = pii_decrypt(street_enc),
                       address_key =
                           UPPER(REPLACE(COALESCE(postal_code, ''),
                                         ' ', ''))
                           || '|' ||
                           UPPER(TRANSLATE(COALESCE(
                                     pii_decrypt(street_enc), ''),
                                     ' -''.,/', ''))
                           || '|' ||
                           UPPER(TRANSLATE(COALESCE(house_no, ''),
                                           ' -''.,/', ''))
                           || '|' ||
                           UPPER(TRANSLATE(COALESCE(box_no, ''),
                                           ' -''.,/', ''))
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE household_proposal_store
                       DROP COLUMN street_enc
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE household_proposal_store
                       RENAME TO household_proposal
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6105-UNDO-105-END.
      ******************************************************************
       6104-UNDO-104.
           MOVE 104 TO MIG-STEP-NUMBER.
           MOVE 'address_forward street encryption' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6104-UNDO-104-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.tables
               WHERE table_name = 'address_forward_store'
           END-EXEC.

           IF COL-EXISTS-COUNT > 0
               PERFORM 5400-REQUIRE-FIELD-KEY
                   THRU 5400-REQUIRE-FIELD-KEY-END

               EXEC SQL
                   DROP VIEW IF EXISTS address_forward
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE address_forward_store
                       ADD COLUMN old_street VARCHAR(50),
                       ADD COLUMN new_street VARCHAR(50)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   UPDATE address_forward_store
                   SET old_street = pii_decrypt(old_street_enc),
                       new_street = pii_decrypt(new_street_enc)
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE address_forward_store
                       DROP COLUMN old_street_enc,
                       DROP COLUMN new_street_enc
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE address_forward_store
                       RENAME TO address_forward
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6104-UNDO-104-END.
      ******************************************************************
       6103-UNDO-103.
           MOVE 103 TO MIG-STEP-NUMBER.
           MOVE 'maintenance value encryption' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6103-UNDO-103-END
           END-IF.

      *    The values are decrypted back into plain columns before
      *    the ciphertext goes, and each store takes its old name.
           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.tables
               WHERE table_name = 'databank_maint_audit_store'
           END-EXEC.

           IF COL-EXISTS-COUNT > 0
               PERFORM 5400-REQUIRE-FIELD-KEY
                   THRU 5400-REQUIRE-FIELD-KEY-END

               EXEC SQL
                   DROP VIEW IF EXISTS databank_maint_audit
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE databank_maint_audit_store
                       ADD COLUMN old_value VARCHAR(100),
                       ADD COLUMN new_value VARCHAR(100)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   UPDATE databank_maint_audit_store
                   SET old_value = pii_decrypt(old_value_enc),
                       new_value = pii_decrypt(new_value_enc)
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE databank_maint_audit_store
                       DROP COLUMN old_value_enc,
                       DROP COLUMN new_value_enc
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE databank_maint_audit_store
                       RENAME TO databank_maint_audit
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.tables
               WHERE table_name = 'pending_maint_changes_store'
           END-EXEC.

           IF COL-EXISTS-COUNT > 0
               PERFORM 5400-REQUIRE-FIELD-KEY
                   THRU 5400-REQUIRE-FIELD-KEY-END

               EXEC SQL
                   DROP VIEW IF EXISTS pending_maint_changes
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE pending_maint_changes_store
                       ADD COLUMN old_value VARCHAR(100),
                       ADD COLUMN new_value VARCHAR(100)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   UPDATE pending_maint_changes_store
                   SET old_value = pii_decrypt(old_value_enc),
                       new_value = pii_decrypt(new_value_enc)
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE pending_maint_changes_store
                       DROP COLUMN old_value_enc,
                       DROP COLUMN new_value_enc
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE pending_maint_changes_store
                       RENAME TO pending_maint_changes
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6103-UNDO-103-END.
      ******************************************************************
       6102-UNDO-102.
           MOVE 102 TO MIG-STEP-NUMBER.
           MOVE 'AdHocRpt business-unit entitlement' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6102-UNDO-102-END
           END-IF.

           EXEC SQL
               DELETE FROM unit_entitlement
                   WHERE caller_id = 'AdHocRpt'
                     AND unit_code = '*'
                     AND granted_by = 'SchemaMig'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6102-UNDO-102-END.
      ******************************************************************
       6101-UNDO-101.
           MOVE 101 TO MIG-STEP-NUMBER.
           MOVE 'batch_chain AddrVer, MailMfst and data mart jobs'
               TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6101-UNDO-101-END
           END-IF.

           EXEC SQL
               DELETE FROM batch_chain
                   WHERE job_name IN ('MailMfst', 'MartExp',
                                      'MartLoad')
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6101-UNDO-101-END.
      ******************************************************************
       6100-UNDO-100.
           MOVE 100 TO MIG-STEP-NUMBER.
           MOVE 'mail_staging.recipient_id column' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6100-UNDO-100-END
           END-IF.

           MOVE 'mail_staging' TO UNDO-TABLE.
           MOVE 'recipient_id' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6100-UNDO-100-END.
      ******************************************************************
      * The view is built on s.* and has to be dropped before the
      * columns can go; it is rebuilt as step 91 left it.
       6099-UNDO-099.
           MOVE 99 TO MIG-STEP-NUMBER.
           MOVE 'databank_archive national register number'
               TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6099-UNDO-099-END
           END-IF.

           EXEC SQL
               DROP VIEW IF EXISTS databank_archive
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'databank_archive_store' TO UNDO-TABLE.
           MOVE 'national_no_token' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           MOVE 'databank_archive_store' TO UNDO-TABLE.
           MOVE 'national_no_enc' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           EXEC SQL
               CREATE VIEW databank_archive AS
               SELECT s.*,
                      pii_decrypt(s.email_enc) AS email,
                      CAST(pii_decrypt(s.birth_date_enc) AS DATE)
                          AS birth_date,
                      pii_decrypt(s.street_enc) AS street
               FROM databank_archive_store s
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6099-UNDO-099-END.
      ******************************************************************
       6098-UNDO-098.
           MOVE 98 TO MIG-STEP-NUMBER.
           MOVE 'population projection' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6098-UNDO-098-END
           END-IF.

           EXEC SQL
               DROP FUNCTION IF EXISTS
                   mortality_survival(SMALLINT, VARCHAR, VARCHAR,
                                      INTEGER)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'projection_year' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'projection_result' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'projection_cohort' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'projection_run' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'mortality_table' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6098-UNDO-098-END.
      ******************************************************************
       6097-UNDO-097.
           MOVE 97 TO MIG-STEP-NUMBER.
           MOVE 'business-unit data ownership' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6097-UNDO-097-END
           END-IF.

      *    The trigger goes first, so databank stays writable whatever
      *    happens to the tables it records into.
           EXEC SQL
               DROP TRIGGER IF EXISTS databank_store_owner
                   ON databank_store
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               DROP FUNCTION IF EXISTS databank_owner_assign(),
                   unit_access(VARCHAR, VARCHAR),
                   databank_unit(VARCHAR)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'unit_entitlement' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'databank_owner' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'stat_summary' TO UNDO-TABLE.
           MOVE 'business_unit' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           MOVE 'databank_snapshot' TO UNDO-TABLE.
           MOVE 'business_unit' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           MOVE 'campaign' TO UNDO-TABLE.
           MOVE 'business_unit' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           MOVE 'supplier_registry' TO UNDO-TABLE.
           MOVE 'business_unit' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           MOVE 'business_unit' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6097-UNDO-097-END.
      ******************************************************************
       6096-UNDO-096.
           MOVE 96 TO MIG-STEP-NUMBER.
           MOVE 'field-level provenance' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6096-UNDO-096-END
           END-IF.

      *    The trigger goes first, so databank stays writable whatever
      *    happens to the tables it records into.
           EXEC SQL
               DROP TRIGGER IF EXISTS databank_store_provenance
                   ON databank_store
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               DROP FUNCTION IF EXISTS databank_provenance(),
                   prov_overwrite_mask(VARCHAR, VARCHAR)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'supplier_overwrite_rule' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'provenance_source' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'field_provenance' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6096-UNDO-096-END.
      ******************************************************************
       6095-UNDO-095.
           MOVE 95 TO MIG-STEP-NUMBER.
           MOVE 'capacity forecast tables' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6095-UNDO-095-END
           END-IF.

           EXEC SQL
               DELETE FROM batch_chain
                   WHERE job_name = 'CapFcst'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'table_reader' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'capacity_threshold' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'capacity_sample' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6095-UNDO-095-END.
      ******************************************************************
       6094-UNDO-094.
           MOVE 94 TO MIG-STEP-NUMBER.
           MOVE 'translation work packages' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6094-UNDO-094-END
           END-IF.

           EXEC SQL
               DELETE FROM batch_chain
                   WHERE job_name = 'TrnPkg'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'translation_package_item' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'translation_package' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6094-UNDO-094-END.
      ******************************************************************
       6093-UNDO-093.
           MOVE 93 TO MIG-STEP-NUMBER.
           MOVE 'logical unload register' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6093-UNDO-093-END
           END-IF.

           EXEC SQL
               DELETE FROM batch_chain
                   WHERE job_name = 'DbUnld'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'unload_table' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'unload_generation' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6093-UNDO-093-END.
      ******************************************************************
       6092-UNDO-092.
           MOVE 92 TO MIG-STEP-NUMBER.
           MOVE 'change journal image encryption' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6092-UNDO-092-END
           END-IF.

      *    The images are decrypted back into plain columns before the
      *    ciphertext goes; the view takes its insert trigger with it.
           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.tables
               WHERE table_name = 'databank_change_journal_store'
           END-EXEC.

           IF COL-EXISTS-COUNT > 0
               PERFORM 5400-REQUIRE-FIELD-KEY
                   THRU 5400-REQUIRE-FIELD-KEY-END

               EXEC SQL
                   DROP VIEW IF EXISTS databank_change_journal
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE databank_change_journal_store
                       ADD COLUMN old_values VARCHAR(600),
                       ADD COLUMN new_values VARCHAR(600)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   UPDATE databank_change_journal_store
                   SET old_values = pii_decrypt(old_values_enc),
                       new_values = pii_decrypt(new_values_enc)
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE databank_change_journal_store
                       DROP COLUMN old_values_enc,
                       DROP COLUMN new_values_enc
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE databank_change_journal_store
                       RENAME TO databank_change_journal
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           EXEC SQL
               DROP FUNCTION IF EXISTS journal_encrypt_insert()
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6092-UNDO-092-END.
      ******************************************************************
       6091-UNDO-091.
           MOVE 91 TO MIG-STEP-NUMBER.
           MOVE 'databank_archive field-level encryption'
               TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6091-UNDO-091-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.tables
               WHERE table_name = 'databank_archive_store'
           END-EXEC.

           IF COL-EXISTS-COUNT > 0
               PERFORM 5400-REQUIRE-FIELD-KEY
                   THRU 5400-REQUIRE-FIELD-KEY-END

               EXEC SQL
                   DROP VIEW IF EXISTS databank_archive
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE databank_archive_store
                       ADD COLUMN email VARCHAR(100),
                       ADD COLUMN birth_date DATE,
                       ADD COLUMN street VARCHAR(50)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   UPDATE databank_archive_store
                   SET email = pii_decrypt(email_enc),
                       birth_date =
                           CAST(pii_decrypt(birth_date_enc) AS DATE),
                       street = pii_decrypt(street_enc)
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE databank_archive_store
                       DROP COLUMN email_enc,
                       DROP COLUMN birth_date_enc,
                       DROP COLUMN street_enc,
                       DROP COLUMN email_token
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE databank_archive_store
                       RENAME TO databank_archive
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6091-UNDO-091-END.
      ******************************************************************
       6090-UNDO-090.
           MOVE 90 TO MIG-STEP-NUMBER.
           MOVE 'databank field-level encryption' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6090-UNDO-090-END
           END-IF.

      *    databank becomes a plain table again: the four columns are
      *    decrypted back under their own names, the ciphertext and
      *    the tokens go, the national number index returns and
      *    re-running step 80 puts mart_person_source back over the
      *    table. The pii routines go last; pgcrypto stays, as it may
      *    have been there before.
           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.tables
               WHERE table_name = 'databank_store'
           END-EXEC.

           IF COL-EXISTS-COUNT > 0
               PERFORM 5400-REQUIRE-FIELD-KEY
                   THRU 5400-REQUIRE-FIELD-KEY-END

               EXEC SQL
                   DROP VIEW IF EXISTS mart_person_source
               END-EXEC

               EXEC SQL
                   DROP VIEW IF EXISTS databank
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE databank_store
                       ADD COLUMN email VARCHAR(100),
                       ADD COLUMN birth_date DATE,
                       ADD COLUMN street VARCHAR(50),
                       ADD COLUMN national_no VARCHAR(11)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   UPDATE databank_store
                   SET email = pii_decrypt(email_enc),
                       birth_date =
                           CAST(pii_decrypt(birth_date_enc) AS DATE),
                       street = pii_decrypt(street_enc),
                       national_no = pii_decrypt(national_no_enc)
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE databank_store
                       DROP COLUMN email_enc,
                       DROP COLUMN birth_date_enc,
                       DROP COLUMN street_enc,
                       DROP COLUMN national_no_enc,
                       DROP COLUMN email_token,
                       DROP COLUMN national_no_token
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   ALTER TABLE databank_store RENAME TO databank
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   CREATE INDEX IF NOT EXISTS databank_national_no_ix
                       ON databank (national_no)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               PERFORM 4080-STEP-080
                   THRU 4080-STEP-080-END
               MOVE 90 TO MIG-STEP-NUMBER
               MOVE 'databank field-level encryption' TO MIG-STEP-DESC
           END-IF.

           EXEC SQL
               DROP FUNCTION IF EXISTS pii_readable(BYTEA),
                   pii_key_no(BYTEA), pii_token(TEXT),
                   pii_decrypt(BYTEA), pii_encrypt(TEXT)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6090-UNDO-090-END.
      ******************************************************************
       6089-UNDO-089.
           MOVE 89 TO MIG-STEP-NUMBER.
           MOVE 'breach impact assessment' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6089-UNDO-089-END
           END-IF.

           MOVE 'breach_subject' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'breach_assessment' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6089-UNDO-089-END.
      ******************************************************************
       6088-UNDO-088.
           MOVE 88 TO MIG-STEP-NUMBER.
           MOVE 'privacy-request case register' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6088-UNDO-088-END
           END-IF.

           EXEC SQL
               DELETE FROM batch_chain
                   WHERE job_name = 'PrvCase'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               DELETE FROM distribution_registry
                   WHERE recipient = 'DPO'
                     AND report_prefix = 'PRVDUE_'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'privacy_case_action' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'privacy_case' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6088-UNDO-088-END.
      ******************************************************************
       6087-UNDO-087.
           MOVE 87 TO MIG-STEP-NUMBER.
           MOVE 'audit sampling of load batches' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6087-UNDO-087-END
           END-IF.

           MOVE 'audit_field_estimate' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'audit_sample_result' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'audit_sample' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'audit_batch' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6087-UNDO-087-END.
      ******************************************************************
       6086-UNDO-086.
           MOVE 86 TO MIG-STEP-NUMBER.
           MOVE 'data-steward work queue' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6086-UNDO-086-END
           END-IF.

           MOVE 'steward_work_item' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'steward_assignment' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6086-UNDO-086-END.
      ******************************************************************
       6085-UNDO-085.
           MOVE 85 TO MIG-STEP-NUMBER.
           MOVE 'census representativeness benchmark' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6085-UNDO-085-END
           END-IF.

           EXEC SQL
               DELETE FROM batch_chain
                   WHERE job_name = 'CensBnch'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'census_benchmark_history' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'census_benchmark_cell' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'census_population' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6085-UNDO-085-END.
      ******************************************************************
       6084-UNDO-084.
           MOVE 84 TO MIG-STEP-NUMBER.
           MOVE 'year-end statistical close' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6084-UNDO-084-END
           END-IF.

           EXEC SQL
               DELETE FROM batch_chain
                   WHERE job_name = 'YrClose'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'stat_close_refusal' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'stat_year_close' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6084-UNDO-084-END.
      ******************************************************************
       6083-UNDO-083.
           MOVE 83 TO MIG-STEP-NUMBER.
           MOVE 'statistics office return' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6083-UNDO-083-END
           END-IF.

           EXEC SQL
               DELETE FROM batch_chain
                   WHERE job_name = 'StatRet'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'stat_return_submission' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'stat_return_cell' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'stat_return_period' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'stat_office_age_group' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'stat_office_code' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6083-UNDO-083-END.
      ******************************************************************
       6082-UNDO-082.
           MOVE 82 TO MIG-STEP-NUMBER.
           MOVE 'ad-hoc report definitions' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6082-UNDO-082-END
           END-IF.

           MOVE 'report_definition_run' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'report_definition_card' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'report_definition' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'report_source' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6082-UNDO-082-END.
      ******************************************************************
       6081-UNDO-081.
           MOVE 81 TO MIG-STEP-NUMBER.
           MOVE 'statistics summary table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6081-UNDO-081-END
           END-IF.

           EXEC SQL
               DELETE FROM batch_chain
                   WHERE job_name = 'StatAgg'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'stat_summary' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6081-UNDO-081-END.
      ******************************************************************
       6080-UNDO-080.
           MOVE 80 TO MIG-STEP-NUMBER.
           MOVE 'reporting data mart' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6080-UNDO-080-END
           END-IF.

           EXEC SQL
               DROP VIEW IF EXISTS mart_person_source
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'mart_person_change' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'mart_person_state' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'mart_population_fact' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'mart_dim_date' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'mart_dim_status' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'mart_dim_supplier' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'mart_dim_age_bracket' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'mart_dim_gender' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'mart_dim_language' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'mart_dim_country' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6080-UNDO-080-END.
      ******************************************************************
      * The review queue view is dropped and step 74 re-run, which
      * puts it back without the household queue.
       6079-UNDO-079.
           MOVE 79 TO MIG-STEP-NUMBER.
           MOVE 'household proposals' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6079-UNDO-079-END
           END-IF.

           EXEC SQL
               DROP VIEW IF EXISTS review_queue_item
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 4074-STEP-074
               THRU 4074-STEP-074-END.
           MOVE 79 TO MIG-STEP-NUMBER.
           MOVE 'household proposals' TO MIG-STEP-DESC.

           EXEC SQL
               DELETE FROM review_queue_target
                   WHERE queue_code = 'HOUSEHOLD'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'crowded_address' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'household_proposal_member' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'household_proposal' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6079-UNDO-079-END.
      ******************************************************************
       6078-UNDO-078.
           MOVE 78 TO MIG-STEP-NUMBER.
           MOVE 'unmerge support' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6078-UNDO-078-END
           END-IF.

           MOVE 'distinct_person_pair' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'merge_audit' TO UNDO-TABLE.
           MOVE 'unmerged_at' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'unmerged_by' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'folded_values' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6078-UNDO-078-END.
      ******************************************************************
       6077-UNDO-077.
           MOVE 77 TO MIG-STEP-NUMBER.
           MOVE 'orphan sweep findings' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6077-UNDO-077-END
           END-IF.

           MOVE 'orphan_finding' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6077-UNDO-077-END.
      ******************************************************************
       6076-UNDO-076.
           MOVE 76 TO MIG-STEP-NUMBER.
           MOVE 'supplier reject return files' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6076-UNDO-076-END
           END-IF.

           MOVE 'supplier_return_row' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'reject_reason_text' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'supplier_registry' TO UNDO-TABLE.
           MOVE 'return_layout' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6076-UNDO-076-END.
      ******************************************************************
       6075-UNDO-075.
           MOVE 75 TO MIG-STEP-NUMBER.
           MOVE 'pension fund change feed' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6075-UNDO-075-END
           END-IF.

           EXEC SQL
               DELETE FROM dbmnt_field_policy
                   WHERE field_name = 'birth_date'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'deceased_review' TO UNDO-TABLE.
           MOVE 'reported_death_date' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           MOVE 'fund_change_log' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6075-UNDO-075-END.
      ******************************************************************
      * The review queue view goes back to its earlier definition
      * before the request_log columns it reads can go: a view cannot
      * lose columns in place, so it is dropped and step 73 re-run.
       6074-UNDO-074.
           MOVE 74 TO MIG-STEP-NUMBER.
           MOVE 'request chargeback and quota' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6074-UNDO-074-END
           END-IF.

           EXEC SQL
               DROP VIEW IF EXISTS review_queue_item
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 4073-STEP-073
               THRU 4073-STEP-073-END.
           MOVE 74 TO MIG-STEP-NUMBER.
           MOVE 'request chargeback and quota' TO MIG-STEP-DESC.

           MOVE 'request_log' TO UNDO-TABLE.
           MOVE 'decided_at' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'decided_ticket' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'decided_by' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'row_count' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'department_code' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           MOVE 'request_requester' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'request_department' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6074-UNDO-074-END.
      ******************************************************************
       6073-UNDO-073.
           MOVE 73 TO MIG-STEP-NUMBER.
           MOVE 'review queue targets and register' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6073-UNDO-073-END
           END-IF.

           EXEC SQL
               DROP VIEW IF EXISTS review_queue_item
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'review_file_queue' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'review_queue_target' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6073-UNDO-073-END.
      ******************************************************************
       6072-UNDO-072.
           MOVE 72 TO MIG-STEP-NUMBER.
           MOVE 'DbMnt four-eyes approval' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6072-UNDO-072-END
           END-IF.

           MOVE 'pending_maint_changes' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'dbmnt_field_policy' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6072-UNDO-072-END.
      ******************************************************************
       6071-UNDO-071.
           MOVE 71 TO MIG-STEP-NUMBER.
           MOVE 'operator authorization register' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6071-UNDO-071-END
           END-IF.

           MOVE 'privileged_action_log' TO UNDO-TABLE.
           MOVE 'outcome' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           MOVE 'operator_right' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'operator_register' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6071-UNDO-071-END.
      ******************************************************************
       6070-UNDO-070.
           MOVE 70 TO MIG-STEP-NUMBER.
           MOVE 'phonetic name keys' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6070-UNDO-070-END
           END-IF.

           EXEC SQL
               DROP INDEX IF EXISTS databank_name_key_ix
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'databank_archive' TO UNDO-TABLE.
           MOVE 'first_name_key' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'last_name_key' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           MOVE 'databank' TO UNDO-TABLE.
           MOVE 'first_name_key' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'last_name_key' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6070-UNDO-070-END.
      ******************************************************************
       6069-UNDO-069.
           MOVE 69 TO MIG-STEP-NUMBER.
           MOVE 'guardian linkage for minors' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6069-UNDO-069-END
           END-IF.

           MOVE 'consent_audit' TO UNDO-TABLE.
           MOVE 'given_by_id' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           MOVE 'guardian_link' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6069-UNDO-069-END.
      ******************************************************************
       6068-UNDO-068.
           MOVE 68 TO MIG-STEP-NUMBER.
           MOVE 'national register number' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6068-UNDO-068-END
           END-IF.

           EXEC SQL
               DROP INDEX IF EXISTS databank_national_no_ix
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'databank' TO UNDO-TABLE.
           MOVE 'national_no' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6068-UNDO-068-END.
      ******************************************************************
       6067-UNDO-067.
           MOVE 67 TO MIG-STEP-NUMBER.
           MOVE 'spoken language regions' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6067-UNDO-067-END
           END-IF.

           MOVE 'pending_corrections' TO UNDO-TABLE.
           MOVE 'new_spoken' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'old_spoken' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'correction_type' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           MOVE 'spoken_region' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6067-UNDO-067-END.
      ******************************************************************
       6066-UNDO-066.
           MOVE 66 TO MIG-STEP-NUMBER.
           MOVE 'fuzzy country proposal columns' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6066-UNDO-066-END
           END-IF.

           MOVE 'pending_corrections' TO UNDO-TABLE.
           MOVE 'match_method' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'match_score' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'source_country' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6066-UNDO-066-END.
      ******************************************************************
       6065-UNDO-065.
           MOVE 65 TO MIG-STEP-NUMBER.
           MOVE 'address_forward table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6065-UNDO-065-END
           END-IF.

           MOVE 'address_forward' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6065-UNDO-065-END.
      ******************************************************************
       6064-UNDO-064.
           MOVE 64 TO MIG-STEP-NUMBER.
           MOVE 'returned post tracking' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6064-UNDO-064-END
           END-IF.

           MOVE 'post_return' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'databank' TO UNDO-TABLE.
           MOVE 'post_return_date' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'post_return_reason' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'post_return_count' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6064-UNDO-064-END.
      ******************************************************************
       6063-UNDO-063.
           MOVE 63 TO MIG-STEP-NUMBER.
           MOVE 'postal deposit tables' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6063-UNDO-063-END
           END-IF.

           MOVE 'mail_manifest' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'postal_sort_zone' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'postal_tariff' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6063-UNDO-063-END.
      ******************************************************************
       6062-UNDO-062.
           MOVE 62 TO MIG-STEP-NUMBER.
           MOVE 'campaign tagging columns' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6062-UNDO-062-END
           END-IF.

           MOVE 'mail_staging' TO UNDO-TABLE.
           MOVE 'campaign_id' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           MOVE 'contact_history' TO UNDO-TABLE.
           MOVE 'returned_at' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'campaign_id' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6062-UNDO-062-END.
      ******************************************************************
       6061-UNDO-061.
           MOVE 61 TO MIG-STEP-NUMBER.
           MOVE 'campaign register tables' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6061-UNDO-061-END
           END-IF.

           MOVE 'campaign_response' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'campaign_run' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'campaign' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6061-UNDO-061-END.
      ******************************************************************
       6060-UNDO-060.
           MOVE 60 TO MIG-STEP-NUMBER.
           MOVE 'contact history tables' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6060-UNDO-060-END
           END-IF.

           MOVE 'contact_frequency_rule' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'contact_history' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6060-UNDO-060-END.
      ******************************************************************
       6059-UNDO-059.
           MOVE 59 TO MIG-STEP-NUMBER.
           MOVE 'mail_staging receipt columns' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6059-UNDO-059-END
           END-IF.

           MOVE 'mail_staging' TO UNDO-TABLE.
           MOVE 'closed_at' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'smtp_reply' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'receipt_at' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6059-UNDO-059-END.
      ******************************************************************
       6058-UNDO-058.
           MOVE 58 TO MIG-STEP-NUMBER.
           MOVE 'address verification columns' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6058-UNDO-058-END
           END-IF.

           MOVE 'databank' TO UNDO-TABLE.
           MOVE 'address_check_reason' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'address_checked_at' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6058-UNDO-058-END.
      ******************************************************************
       6057-UNDO-057.
           MOVE 57 TO MIG-STEP-NUMBER.
           MOVE 'postal_reference table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6057-UNDO-057-END
           END-IF.

           MOVE 'postal_reference' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6057-UNDO-057-END.
      ******************************************************************
       6056-UNDO-056.
           MOVE 56 TO MIG-STEP-NUMBER.
           MOVE 'load_checkpoint.run_mode column' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6056-UNDO-056-END
           END-IF.

           MOVE 'load_checkpoint' TO UNDO-TABLE.
           MOVE 'run_mode' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6056-UNDO-056-END.
      ******************************************************************
       6055-UNDO-055.
           MOVE 55 TO MIG-STEP-NUMBER.
           MOVE 'deceased_review table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6055-UNDO-055-END
           END-IF.

           MOVE 'deceased_review' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6055-UNDO-055-END.
      ******************************************************************
       6054-UNDO-054.
           MOVE 54 TO MIG-STEP-NUMBER.
           MOVE 'tld_mapping table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6054-UNDO-054-END
           END-IF.

           MOVE 'tld_mapping' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6054-UNDO-054-END.
      ******************************************************************
       6053-UNDO-053.
           MOVE 53 TO MIG-STEP-NUMBER.
           MOVE 'run_verdict table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6053-UNDO-053-END
           END-IF.

           MOVE 'run_verdict' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6053-UNDO-053-END.
      ******************************************************************
       6052-UNDO-052.
           MOVE 52 TO MIG-STEP-NUMBER.
           MOVE 'load_checkpoint table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6052-UNDO-052-END
           END-IF.

           MOVE 'load_checkpoint' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6052-UNDO-052-END.
      ******************************************************************
       6051-UNDO-051.
           MOVE 51 TO MIG-STEP-NUMBER.
           MOVE 'databank_seal table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6051-UNDO-051-END
           END-IF.

           MOVE 'databank_seal' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6051-UNDO-051-END.
      ******************************************************************
       6050-UNDO-050.
           MOVE 50 TO MIG-STEP-NUMBER.
           MOVE 'phrase_usage table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6050-UNDO-050-END
           END-IF.

           MOVE 'phrase_usage' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6050-UNDO-050-END.
      ******************************************************************
       6049-UNDO-049.
           MOVE 49 TO MIG-STEP-NUMBER.
           MOVE 'demographic_indicators_history' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6049-UNDO-049-END
           END-IF.

           MOVE 'demographic_indicators_history' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6049-UNDO-049-END.
      ******************************************************************
       6048-UNDO-048.
           MOVE 48 TO MIG-STEP-NUMBER.
           MOVE 'privileged_action_log table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6048-UNDO-048-END
           END-IF.

           MOVE 'privileged_action_log' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6048-UNDO-048-END.
      ******************************************************************
       6047-UNDO-047.
           MOVE 47 TO MIG-STEP-NUMBER.
           MOVE 'control_file_log table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6047-UNDO-047-END
           END-IF.

           MOVE 'control_file_log' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6047-UNDO-047-END.
      ******************************************************************
       6046-UNDO-046.
           MOVE 46 TO MIG-STEP-NUMBER.
           MOVE 'databank_snapshot table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6046-UNDO-046-END
           END-IF.

           MOVE 'databank_snapshot' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6046-UNDO-046-END.
      ******************************************************************
       6045-UNDO-045.
           MOVE 45 TO MIG-STEP-NUMBER.
           MOVE 'error_severity_rule table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6045-UNDO-045-END
           END-IF.

           MOVE 'error_severity_rule' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6045-UNDO-045-END.
      ******************************************************************
       6044-UNDO-044.
           MOVE 44 TO MIG-STEP-NUMBER.
           MOVE 'ops_hold table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6044-UNDO-044-END
           END-IF.

           MOVE 'ops_hold' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6044-UNDO-044-END.
      ******************************************************************
       6043-UNDO-043.
           MOVE 43 TO MIG-STEP-NUMBER.
           MOVE 'batch_calendar deadline columns' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6043-UNDO-043-END
           END-IF.

           MOVE 'batch_calendar' TO UNDO-TABLE.
           MOVE 'latest_finish' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'expected_minutes' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6043-UNDO-043-END.
      ******************************************************************
       6042-UNDO-042.
           MOVE 42 TO MIG-STEP-NUMBER.
           MOVE 'batch_chain.run_group column' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6042-UNDO-042-END
           END-IF.

           MOVE 'batch_chain' TO UNDO-TABLE.
           MOVE 'run_group' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6042-UNDO-042-END.
      ******************************************************************
       6041-UNDO-041.
           MOVE 41 TO MIG-STEP-NUMBER.
           MOVE 'batch_chain table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6041-UNDO-041-END
           END-IF.

           MOVE 'batch_chain' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6041-UNDO-041-END.
      ******************************************************************
       6040-UNDO-040.
           MOVE 40 TO MIG-STEP-NUMBER.
           MOVE 'screening_log table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6040-UNDO-040-END
           END-IF.

           MOVE 'screening_log' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6040-UNDO-040-END.
      ******************************************************************
       6039-UNDO-039.
           MOVE 39 TO MIG-STEP-NUMBER.
           MOVE 'extract_recon table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6039-UNDO-039-END
           END-IF.

           MOVE 'extract_recon' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6039-UNDO-039-END.
      ******************************************************************
       6038-UNDO-038.
           MOVE 38 TO MIG-STEP-NUMBER.
           MOVE 'supplier registry and reject stats'
               TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6038-UNDO-038-END
           END-IF.

           MOVE 'load_batch' TO UNDO-TABLE.
           MOVE 'rows_rejected' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'supplier_id' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           MOVE 'load_reject_stat' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'supplier_registry' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6038-UNDO-038-END.
      ******************************************************************
       6037-UNDO-037.
           MOVE 37 TO MIG-STEP-NUMBER.
           MOVE 'report_catalog table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6037-UNDO-037-END
           END-IF.

           MOVE 'report_catalog' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6037-UNDO-037-END.
      ******************************************************************
       6036-UNDO-036.
           MOVE 36 TO MIG-STEP-NUMBER.
           MOVE 'legal_hold table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6036-UNDO-036-END
           END-IF.

           MOVE 'legal_hold' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6036-UNDO-036-END.
      ******************************************************************
       6035-UNDO-035.
           MOVE 35 TO MIG-STEP-NUMBER.
           MOVE 'change journal before/after columns'
               TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6035-UNDO-035-END
           END-IF.

           MOVE 'databank_change_journal' TO UNDO-TABLE.
           MOVE 'new_values' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'old_values' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'program_name' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6035-UNDO-035-END.
      ******************************************************************
       6034-UNDO-034.
           MOVE 34 TO MIG-STEP-NUMBER.
           MOVE 'household tables' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6034-UNDO-034-END
           END-IF.

           MOVE 'household_member' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'household' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6034-UNDO-034-END.
      ******************************************************************
       6033-UNDO-033.
           MOVE 33 TO MIG-STEP-NUMBER.
           MOVE 'consent tables' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6033-UNDO-033-END
           END-IF.

           MOVE 'consent_audit' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'consent_preference' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6033-UNDO-033-END.
      ******************************************************************
       6032-UNDO-032.
           MOVE 32 TO MIG-STEP-NUMBER.
           MOVE 'mail_staging table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6032-UNDO-032-END
           END-IF.

           MOVE 'mail_staging' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6032-UNDO-032-END.
      ******************************************************************
       6031-UNDO-031.
           MOVE 31 TO MIG-STEP-NUMBER.
           MOVE 'databank email bounce columns' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6031-UNDO-031-END
           END-IF.

           MOVE 'databank' TO UNDO-TABLE.
           MOVE 'last_bounce_date' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'last_bounce_reason' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'bounce_count' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'email_status' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6031-UNDO-031-END.
      ******************************************************************
       6030-UNDO-030.
           MOVE 30 TO MIG-STEP-NUMBER.
           MOVE 'postal address columns' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6030-UNDO-030-END
           END-IF.

           MOVE 'databank_archive' TO UNDO-TABLE.
           MOVE 'address_status' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'city' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'postal_code' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'box_no' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'house_no' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'street' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           MOVE 'databank' TO UNDO-TABLE.
           MOVE 'address_status' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'city' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'postal_code' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'box_no' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'house_no' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'street' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6030-UNDO-030-END.
      ******************************************************************
       6029-UNDO-029.
           MOVE 29 TO MIG-STEP-NUMBER.
           MOVE 'databank_archive lifecycle columns' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6029-UNDO-029-END
           END-IF.

           MOVE 'databank_archive' TO UNDO-TABLE.
           MOVE 'status_date' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'status_reason' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'status' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'birth_date' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6029-UNDO-029-END.
      ******************************************************************
       6028-UNDO-028.
           MOVE 28 TO MIG-STEP-NUMBER.
           MOVE 'databank_maint_audit table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6028-UNDO-028-END
           END-IF.

           MOVE 'databank_maint_audit' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6028-UNDO-028-END.
      ******************************************************************
       6027-UNDO-027.
           MOVE 27 TO MIG-STEP-NUMBER.
           MOVE 'volume_history table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6027-UNDO-027-END
           END-IF.

           MOVE 'volume_history' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6027-UNDO-027-END.
      ******************************************************************
       6026-UNDO-026.
           MOVE 26 TO MIG-STEP-NUMBER.
           MOVE 'databank lifecycle status columns' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6026-UNDO-026-END
           END-IF.

           MOVE 'databank' TO UNDO-TABLE.
           MOVE 'status_date' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'status_reason' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.
           MOVE 'status' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6026-UNDO-026-END.
      ******************************************************************
       6025-UNDO-025.
           MOVE 25 TO MIG-STEP-NUMBER.
           MOVE 'request_log table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6025-UNDO-025-END
           END-IF.

           MOVE 'request_log' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6025-UNDO-025-END.
      ******************************************************************
       6024-UNDO-024.
           MOVE 24 TO MIG-STEP-NUMBER.
           MOVE 'databank_archive.load_batch_id column'
               TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6024-UNDO-024-END
           END-IF.

           MOVE 'databank_archive' TO UNDO-TABLE.
           MOVE 'load_batch_id' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6024-UNDO-024-END.
      ******************************************************************
       6023-UNDO-023.
           MOVE 23 TO MIG-STEP-NUMBER.
           MOVE 'databank.load_batch_id column' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6023-UNDO-023-END
           END-IF.

           MOVE 'databank' TO UNDO-TABLE.
           MOVE 'load_batch_id' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6023-UNDO-023-END.
      ******************************************************************
       6022-UNDO-022.
           MOVE 22 TO MIG-STEP-NUMBER.
           MOVE 'load_batch table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6022-UNDO-022-END
           END-IF.

           MOVE 'load_batch' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6022-UNDO-022-END.
      ******************************************************************
       6021-UNDO-021.
           MOVE 21 TO MIG-STEP-NUMBER.
           MOVE 'distribution_registry table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6021-UNDO-021-END
           END-IF.

           MOVE 'distribution_registry' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6021-UNDO-021-END.
      ******************************************************************
       6020-UNDO-020.
           MOVE 20 TO MIG-STEP-NUMBER.
           MOVE 'batch calendar tables' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6020-UNDO-020-END
           END-IF.

           MOVE 'batch_holiday' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'batch_calendar' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6020-UNDO-020-END.
      ******************************************************************
       6019-UNDO-019.
           MOVE 19 TO MIG-STEP-NUMBER.
           MOVE 'statistics history tables' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6019-UNDO-019-END
           END-IF.

           MOVE 'language_distribution_history' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           MOVE 'gender_proportions_history' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6019-UNDO-019-END.
      ******************************************************************
       6018-UNDO-018.
           MOVE 18 TO MIG-STEP-NUMBER.
           MOVE 'databank.birth_date column' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6018-UNDO-018-END
           END-IF.

           MOVE 'databank' TO UNDO-TABLE.
           MOVE 'birth_date' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6018-UNDO-018-END.
      ******************************************************************
       6017-UNDO-017.
           MOVE 17 TO MIG-STEP-NUMBER.
           MOVE 'gender_domain table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6017-UNDO-017-END
           END-IF.

           MOVE 'gender_domain' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6017-UNDO-017-END.
      ******************************************************************
       6016-UNDO-016.
           MOVE 16 TO MIG-STEP-NUMBER.
           MOVE 'iso_country table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6016-UNDO-016-END
           END-IF.

           MOVE 'iso_country' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6016-UNDO-016-END.
      ******************************************************************
       6015-UNDO-015.
           MOVE 15 TO MIG-STEP-NUMBER.
           MOVE 'region_map table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6015-UNDO-015-END
           END-IF.

           MOVE 'region_map' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6015-UNDO-015-END.
      ******************************************************************
       6014-UNDO-014.
           MOVE 14 TO MIG-STEP-NUMBER.
           MOVE 'databank_archive table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6014-UNDO-014-END
           END-IF.

           MOVE 'databank_archive' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6014-UNDO-014-END.
      ******************************************************************
       6013-UNDO-013.
           MOVE 13 TO MIG-STEP-NUMBER.
           MOVE 'job_lock table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6013-UNDO-013-END
           END-IF.

           MOVE 'job_lock' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6013-UNDO-013-END.
      ******************************************************************
       6012-UNDO-012.
           MOVE 12 TO MIG-STEP-NUMBER.
           MOVE 'pending_corrections table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6012-UNDO-012-END
           END-IF.

           MOVE 'pending_corrections' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6012-UNDO-012-END.
      ******************************************************************
       6011-UNDO-011.
           MOVE 11 TO MIG-STEP-NUMBER.
           MOVE 'job_run_log table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6011-UNDO-011-END
           END-IF.

           MOVE 'job_run_log' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6011-UNDO-011-END.
      ******************************************************************
       6010-UNDO-010.
           MOVE 10 TO MIG-STEP-NUMBER.
           MOVE 'phrase.spoken column' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6010-UNDO-010-END
           END-IF.

           MOVE 'phrase' TO UNDO-TABLE.
           MOVE 'spoken' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6010-UNDO-010-END.
      ******************************************************************
       6009-UNDO-009.
           MOVE 9 TO MIG-STEP-NUMBER.
           MOVE 'phrase_history table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6009-UNDO-009-END
           END-IF.

           MOVE 'phrase_history' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6009-UNDO-009-END.
      ******************************************************************
       6008-UNDO-008.
           MOVE 8 TO MIG-STEP-NUMBER.
           MOVE 'databank_change_journal table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6008-UNDO-008-END
           END-IF.

           MOVE 'databank_change_journal' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6008-UNDO-008-END.
      ******************************************************************
       6007-UNDO-007.
           MOVE 7 TO MIG-STEP-NUMBER.
           MOVE 'merge_audit table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6007-UNDO-007-END
           END-IF.

           MOVE 'merge_audit' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6007-UNDO-007-END.
      ******************************************************************
       6006-UNDO-006.
           MOVE 6 TO MIG-STEP-NUMBER.
           MOVE 'corrige_checkpoint table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6006-UNDO-006-END
           END-IF.

           MOVE 'corrige_checkpoint' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6006-UNDO-006-END.
      ******************************************************************
       6005-UNDO-005.
           MOVE 5 TO MIG-STEP-NUMBER.
           MOVE 'country_code_audit table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6005-UNDO-005-END
           END-IF.

           MOVE 'country_code_audit' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6005-UNDO-005-END.
      ******************************************************************
       6004-UNDO-004.
           MOVE 4 TO MIG-STEP-NUMBER.
           MOVE 'country_mapping table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6004-UNDO-004-END
           END-IF.

           MOVE 'country_mapping' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6004-UNDO-004-END.
      ******************************************************************
       6003-UNDO-003.
           MOVE 3 TO MIG-STEP-NUMBER.
           MOVE 'databank.created_at column' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6003-UNDO-003-END
           END-IF.

           MOVE 'databank' TO UNDO-TABLE.
           MOVE 'created_at' TO UNDO-COLUMN.
           PERFORM 5520-UNDO-DROP-COLUMN
               THRU 5520-UNDO-DROP-COLUMN-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6003-UNDO-003-END.
      ******************************************************************
       6002-UNDO-002.
           MOVE 2 TO MIG-STEP-NUMBER.
           MOVE 'run_watermark table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6002-UNDO-002-END
           END-IF.

           MOVE 'run_watermark' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6002-UNDO-002-END.
      ******************************************************************
       6001-UNDO-001.
           MOVE 1 TO MIG-STEP-NUMBER.
           MOVE 'error_log table' TO MIG-STEP-DESC.
           PERFORM 5200-CHECK-UNDO-NEEDED
               THRU 5200-CHECK-UNDO-NEEDED-END.

           IF NOT UNDO-NEEDED
               GO TO 6001-UNDO-001-END
           END-IF.

           MOVE 'error_log' TO UNDO-TABLE.
           PERFORM 5510-UNDO-DROP-TABLE
               THRU 5510-UNDO-DROP-TABLE-END.

           PERFORM 5300-RECORD-UNDO
               THRU 5300-RECORD-UNDO-END.
       6001-UNDO-001-END.
      ******************************************************************
       5100-RECORD-STEP.
           EXEC SQL
               SELECT COUNT(*) INTO :STEP-APPLIED-COUNT
               FROM schema_version
               WHERE version_number = :MIG-STEP-NUMBER
           END-EXEC.

           IF STEP-APPLIED-COUNT = 0
               EXEC SQL
                   INSERT INTO schema_version
                       (version_number, description, applied_at)
                   VALUES
                       (:MIG-STEP-NUMBER, :MIG-STEP-DESC,
                        CURRENT_TIMESTAMP)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               ADD 1 TO STEPS-APPLIED-COUNT
               IF MIG-PREVIEW
                   DISPLAY 'Would apply step ' MIG-STEP-NUMBER ': '
                           MIG-STEP-DESC
               ELSE
                   DISPLAY 'Applied step ' MIG-STEP-NUMBER ': '
                           MIG-STEP-DESC
               END-IF
           END-IF.
       5100-RECORD-STEP-END.
      ******************************************************************
       3900-REPORT-SCHEMA-LEVEL.
           EXEC SQL
               SELECT COUNT(*) INTO :STEP-APPLIED-COUNT
               FROM schema_version
               WHERE version_number > 0
           END-EXEC.

           MOVE STEP-APPLIED-COUNT TO STEPS-ON-FILE-COUNT.
           IF DOWN-RUN
               DISPLAY 'Schema downgrade complete - steps taken back: '
                       STEPS-REVERTED-COUNT
                       '  steps on file: ' STEPS-ON-FILE-COUNT
           ELSE
               DISPLAY 'Schema migration complete - new steps applied: '
                       STEPS-APPLIED-COUNT
                       '  steps on file: ' STEPS-ON-FILE-COUNT
           END-IF.
       3900-REPORT-SCHEMA-LEVEL-END.
      ******************************************************************
      * A reverse step has work to do when its step is above the
      * target level and is on file as applied.
       5200-CHECK-UNDO-NEEDED.
           MOVE 'N' TO UNDO-NEEDED-SWITCH.
           MOVE SPACES TO UNLOADED-TABLE.

           IF MIG-STEP-NUMBER NOT > MIG-TARGET-LEVEL
               GO TO 5200-CHECK-UNDO-NEEDED-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :STEP-APPLIED-COUNT
               FROM schema_version
               WHERE version_number = :MIG-STEP-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF STEP-APPLIED-COUNT > 0
               SET UNDO-NEEDED TO TRUE
           END-IF.
       5200-CHECK-UNDO-NEEDED-END.
      ******************************************************************
      * The step's positive row goes - every program that checks the
      * schema level reads MAX(version_number) - and the reversal is
      * recorded as the negative row, replaced if the step has been
      * taken back before.
       5300-RECORD-UNDO.
           EXEC SQL
               DELETE FROM schema_version
               WHERE version_number = :MIG-STEP-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           COMPUTE MIG-UNDO-NUMBER = 0 - MIG-STEP-NUMBER.
           MOVE SPACES TO MIG-UNDO-DESC.
           STRING 'reverted: ' DELIMITED BY SIZE
                  MIG-STEP-DESC DELIMITED BY SIZE
                  INTO MIG-UNDO-DESC.

           EXEC SQL
               INSERT INTO schema_version
                   (version_number, description, applied_at)
               VALUES
                   (:MIG-UNDO-NUMBER, :MIG-UNDO-DESC,
                    CURRENT_TIMESTAMP)
               ON CONFLICT (version_number) DO UPDATE
                   SET description = EXCLUDED.description,
                       applied_at = EXCLUDED.applied_at
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           ADD 1 TO STEPS-REVERTED-COUNT.
           IF MIG-PREVIEW
               DISPLAY 'Would revert step ' MIG-STEP-NUMBER ': '
                       MIG-STEP-DESC
           ELSE
               DISPLAY 'Reverted step ' MIG-STEP-NUMBER ': '
                       MIG-STEP-DESC
           END-IF.
       5300-RECORD-UNDO-END.
      ******************************************************************
      * The encrypted columns can only be written, or go back to plain
      * text, with the field keys in the session.
       5400-REQUIRE-FIELD-KEY.
           EXEC SQL
               SELECT CASE WHEN COALESCE(current_setting(
                                    'pii.key_current', true), '') = ''
                             OR COALESCE(current_setting(
                                    'pii.token_key', true), '') = ''
                           THEN 0 ELSE 1 END
               INTO :COL-EXISTS-COUNT
           END-EXEC.

           IF COL-EXISTS-COUNT = 0
               DISPLAY '*** No field encryption key in this session - '
                       'the encrypted columns cannot be written or '
                       'decrypted; provide the FIELDKEY file read by '
                       'DbProfil. ***'
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF.
       5400-REQUIRE-FIELD-KEY-END.
      ******************************************************************
      * Before a reverse step drops a table (UNDO-COLUMN blank) or a
      * column, the rows that would be lost are counted. An object
      * already gone is skipped. Data is never dropped silently: the
      * move stops, rolled back, unless DOWN was given UNLOAD, in which
      * case the whole table is written to a file first and the
      * unload registered as a privileged action. Seed and parameter
      * rows count as data like any other. A preview only reports.
       5500-GUARD-DATA.
           MOVE 'N' TO UNDO-SKIP-SWITCH.

           IF UNDO-COLUMN = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :COL-EXISTS-COUNT
                   FROM information_schema.tables
                   WHERE table_schema = current_schema()
                     AND table_name = TRIM(:UNDO-TABLE)
                     AND table_type = 'BASE TABLE'
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT COUNT(*) INTO :COL-EXISTS-COUNT
                   FROM information_schema.columns c
                   JOIN information_schema.tables t
                     ON t.table_schema = c.table_schema
                    AND t.table_name = c.table_name
                   WHERE c.table_schema = current_schema()
                     AND c.table_name = TRIM(:UNDO-TABLE)
                     AND c.column_name = TRIM(:UNDO-COLUMN)
                     AND t.table_type = 'BASE TABLE'
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF COL-EXISTS-COUNT = 0
               SET UNDO-SKIP TO TRUE
               GO TO 5500-GUARD-DATA-END
           END-IF.

           MOVE SPACES TO MIG-SQL-TEXT.
           IF UNDO-COLUMN = SPACES
               STRING 'SELECT COUNT(*) FROM "' DELIMITED BY SIZE
                      UNDO-TABLE DELIMITED BY SPACE
                      '"' DELIMITED BY SIZE
                      INTO MIG-SQL-TEXT
           ELSE
               STRING 'SELECT COUNT(*) FROM "' DELIMITED BY SIZE
                      UNDO-TABLE DELIMITED BY SPACE
                      '" WHERE "' DELIMITED BY SIZE
                      UNDO-COLUMN DELIMITED BY SPACE
                      '" IS NOT NULL' DELIMITED BY SIZE
                      INTO MIG-SQL-TEXT
           END-IF.

           EXEC SQL PREPARE CNT_STMT FROM :MIG-SQL-TEXT END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL DECLARE CNT_CUR CURSOR FOR CNT_STMT END-EXEC.

           EXEC SQL OPEN CNT_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               FETCH CNT_CUR INTO :UNDO-ROW-COUNT
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL CLOSE CNT_CUR END-EXEC.

           IF UNDO-ROW-COUNT = 0
               GO TO 5500-GUARD-DATA-END
           END-IF.

           MOVE UNDO-ROW-COUNT TO ROWS-DISP.
           MOVE SPACES TO UNDO-OBJECT-NAME.
           IF UNDO-COLUMN = SPACES
               STRING UNDO-TABLE DELIMITED BY SPACE
                      INTO UNDO-OBJECT-NAME
           ELSE
               STRING UNDO-TABLE DELIMITED BY SPACE
                      '.' DELIMITED BY SIZE
                      UNDO-COLUMN DELIMITED BY SPACE
                      INTO UNDO-OBJECT-NAME
           END-IF.

           IF MIG-PREVIEW
               DISPLAY '! Step ' MIG-STEP-NUMBER ' drops '
                       FUNCTION TRIM(UNDO-OBJECT-NAME) ', which holds '
                       FUNCTION TRIM(ROWS-DISP) ' row(s).'
               ADD 1 TO PREVIEW-WARN-COUNT
               GO TO 5500-GUARD-DATA-END
           END-IF.

           IF UNLOAD-ALLOWED
               IF UNDO-TABLE NOT = UNLOADED-TABLE
                   PERFORM 5550-UNLOAD-TABLE
                       THRU 5550-UNLOAD-TABLE-END
                   MOVE UNDO-TABLE TO UNLOADED-TABLE
               END-IF
               GO TO 5500-GUARD-DATA-END
           END-IF.

           DISPLAY '*** Step ' MIG-STEP-NUMBER ' would drop '
                   FUNCTION TRIM(UNDO-OBJECT-NAME) ', which holds '
                   FUNCTION TRIM(ROWS-DISP) ' row(s) - nothing '
                   'was changed. Run DOWN with UNLOAD to keep them '
                   'in a file first. ***'.
           EXEC SQL ROLLBACK WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           MOVE 8 TO LS-RETURN-CODE.
           GOBACK.
       5500-GUARD-DATA-END.
      ******************************************************************
       5510-UNDO-DROP-TABLE.
           MOVE SPACES TO UNDO-COLUMN.
           PERFORM 5500-GUARD-DATA
               THRU 5500-GUARD-DATA-END.

           IF UNDO-SKIP
               GO TO 5510-UNDO-DROP-TABLE-END
           END-IF.

           MOVE SPACES TO MIG-SQL-TEXT.
           STRING 'DROP TABLE "' DELIMITED BY SIZE
                  UNDO-TABLE DELIMITED BY SPACE
                  '"' DELIMITED BY SIZE
                  INTO MIG-SQL-TEXT.

           PERFORM 5700-RUN-UNDO-STATEMENT
               THRU 5700-RUN-UNDO-STATEMENT-END.
       5510-UNDO-DROP-TABLE-END.
      ******************************************************************
       5520-UNDO-DROP-COLUMN.
           PERFORM 5500-GUARD-DATA
               THRU 5500-GUARD-DATA-END.

           IF UNDO-SKIP
               GO TO 5520-UNDO-DROP-COLUMN-END
           END-IF.

           MOVE SPACES TO MIG-SQL-TEXT.
           STRING 'ALTER TABLE "' DELIMITED BY SIZE
                  UNDO-TABLE DELIMITED BY SPACE
                  '" DROP COLUMN "' DELIMITED BY SIZE
                  UNDO-COLUMN DELIMITED BY SPACE
                  '"' DELIMITED BY SIZE
                  INTO MIG-SQL-TEXT.

           PERFORM 5700-RUN-UNDO-STATEMENT
               THRU 5700-RUN-UNDO-STATEMENT-END.
       5520-UNDO-DROP-COLUMN-END.
      ******************************************************************
      * The table as it stands, one row a line, in the layout DbUnld
      * writes, so the rows can be read back or loaded by hand:
      *   H|table|date|step       D|<the row as JSON>     T|row count
       5550-UNLOAD-TABLE.
           MOVE MIG-STEP-NUMBER TO STEP-DISP.
           MOVE SPACES TO UNDO-FILENAME.
           STRING 'SCHEMADN_' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  STEP-DISP DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  UNDO-TABLE DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
                  INTO UNDO-FILENAME.

           OPEN OUTPUT UNDO-DATA-FILE.

           IF NOT UNDO-FILE-OK
               DISPLAY '*** Cannot open ' FUNCTION TRIM(UNDO-FILENAME)
                       ' (status ' WS-UNDO-STATUS ') - nothing was '
                       'changed. ***'
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO UNDO-DATA-RECORD.
           STRING 'H|' DELIMITED BY SIZE
                  UNDO-TABLE DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  STEP-DISP DELIMITED BY SIZE
                  INTO UNDO-DATA-RECORD.
           WRITE UNDO-DATA-RECORD.

           MOVE SPACES TO MIG-SQL-TEXT.
           STRING 'SELECT CAST(to_jsonb(t) AS VARCHAR), '
                      DELIMITED BY SIZE
                  'OCTET_LENGTH(CAST(to_jsonb(t) AS VARCHAR)) '
                      DELIMITED BY SIZE
                  'FROM "' DELIMITED BY SIZE
                  UNDO-TABLE DELIMITED BY SPACE
                  '" t' DELIMITED BY SIZE
                  INTO MIG-SQL-TEXT.

           EXEC SQL PREPARE UNL_STMT FROM :MIG-SQL-TEXT END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL DECLARE UNL_CUR CURSOR FOR UNL_STMT END-EXEC.

           EXEC SQL OPEN UNL_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE ZERO TO UNDO-ROWS-WRITTEN.
           MOVE 'N' TO UNL-EOF-SWITCH.
           PERFORM 5560-UNLOAD-ROW
               THRU 5560-UNLOAD-ROW-END
               UNTIL UNL-EOF.

           EXEC SQL CLOSE UNL_CUR END-EXEC.

           MOVE UNDO-ROWS-WRITTEN TO ROWS-DISP.
           MOVE SPACES TO UNDO-DATA-RECORD.
           STRING 'T|' DELIMITED BY SIZE
                  FUNCTION TRIM(ROWS-DISP) DELIMITED BY SIZE
                  INTO UNDO-DATA-RECORD.
           WRITE UNDO-DATA-RECORD.
           CLOSE UNDO-DATA-FILE.

           DISPLAY 'Unloaded ' FUNCTION TRIM(ROWS-DISP) ' row(s) of '
                   FUNCTION TRIM(UNDO-TABLE) ' to '
                   FUNCTION TRIM(UNDO-FILENAME).

           MOVE SPACES TO PRV-ACTION-DESC.
           STRING 'SCHEMA DOWN STEP ' DELIMITED BY SIZE
                  STEP-DISP DELIMITED BY SIZE
                  ' UNLOAD ' DELIMITED BY SIZE
                  UNDO-TABLE DELIMITED BY SPACE
                  INTO PRV-ACTION-DESC.
           MOVE UNDO-FILENAME TO PRV-KEY-VALUE.
           MOVE UNDO-ROWS-WRITTEN TO PRV-ROW-COUNT.
           PERFORM 5600-RECORD-PRIV-ACTION
               THRU 5600-RECORD-PRIV-ACTION-END.
       5550-UNLOAD-TABLE-END.
      ******************************************************************
      * A row too long for the record cannot be kept whole, so the
      * drop it was protecting is not made.
       5560-UNLOAD-ROW.
           MOVE SPACES TO MIG-ROW-TEXT.
           EXEC SQL
               FETCH UNL_CUR INTO :MIG-ROW-TEXT, :MIG-ROW-LENGTH
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET UNL-EOF TO TRUE
                   GO TO 5560-UNLOAD-ROW-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           IF MIG-ROW-LENGTH > 16000
               DISPLAY '*** A row of ' FUNCTION TRIM(UNDO-TABLE)
                       ' is longer than the unload record - nothing '
                       'was changed. ***'
               CLOSE UNDO-DATA-FILE
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO UNDO-DATA-RECORD.
           MOVE 'D|' TO UNDO-DATA-RECORD(1:2).
           MOVE MIG-ROW-TEXT(1:MIG-ROW-LENGTH)
               TO UNDO-DATA-RECORD(3:).
           WRITE UNDO-DATA-RECORD.
           ADD 1 TO UNDO-ROWS-WRITTEN.
       5560-UNLOAD-ROW-END.
      ******************************************************************
      * A DOWN far enough takes privileged_action_log itself away; from
      * there on the action is only shown.
       5600-RECORD-PRIV-ACTION.
           EXEC SQL
               SELECT COUNT(*) INTO :COL-EXISTS-COUNT
               FROM information_schema.tables
               WHERE table_schema = current_schema()
                 AND table_name = 'privileged_action_log'
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF COL-EXISTS-COUNT = 0
               DISPLAY 'Not registered (no privileged_action_log at '
                       'this level): ' FUNCTION TRIM(PRV-ACTION-DESC)
               GO TO 5600-RECORD-PRIV-ACTION-END
           END-IF.

           EXEC SQL
               INSERT INTO privileged_action_log
                   (program_name, operator_id, ticket_ref,
                    action_desc, key_value, row_count, logged_at)
               VALUES
                   ('SchemaMig', TRIM(:PRV-OPERATOR-ID),
                    TRIM(:PRV-TICKET-REF), TRIM(:PRV-ACTION-DESC),
                    TRIM(:PRV-KEY-VALUE), :PRV-ROW-COUNT,
                    CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       5600-RECORD-PRIV-ACTION-END.
      ******************************************************************
       5700-RUN-UNDO-STATEMENT.
           EXEC SQL PREPARE UNDO_STMT FROM :MIG-SQL-TEXT END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL EXECUTE UNDO_STMT END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       5700-RUN-UNDO-STATEMENT-END.
      ******************************************************************
