       IDENTIFICATION DIVISION.
       PROGRAM-ID. DbReld.

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

           SELECT RELOAD-REPORT-FILE ASSIGN TO RELOAD-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  UNLOAD-DATA-FILE.
       01  UNLOAD-DATA-RECORD     PIC X(16010).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD        PIC X(200).

       FD  RELOAD-REPORT-FILE.
       01  RELOAD-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
      * Reload and verification of a DbUnld generation.
      *   DbReld <operator> <ticket> <yyyymmdd> <ALL|table>
      *          [VERIFY|REPLACE] [ENV=<environment>]
      *   (no mode)  - loads the generation's file(s) into tables that
      *                must be empty;
      *   REPLACE    - empties the chosen table(s) first, children
      *                before parents, then loads;
      *   VERIFY     - changes nothing: checks every file against its
      *                trailer and the manifest, compares the
      *                database's tables with the files, and measures
      *                the Seal and ReconAgg figures against the ones
      *                taken at unload time.
      *   ENV=       - the DbProfil environment to work in (DEV, QA,
      *                PROD); default the usual one.
      * A load is one unit of work: tables are loaded parents first,
      * each file checked before it is loaded, each table measured
      * after, and then the control figures; any difference and the
      * whole reload is rolled back. Reloading every table needs the
      * operations hold set (OpsHold) so no job writes while the
      * database is being replaced - this is the one job that runs
      * under the hold. The report is RELOAD_yyyymmdd.TXT.
       01  UNLOAD-DATA-FILENAME   PIC X(100) VALUE SPACES.
       01  MANIFEST-FILENAME      PIC X(60) VALUE SPACES.
       01  RELOAD-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01  WS-UNLOAD-STATUS       PIC X(02) VALUE SPACES.
           88  UNLOAD-FILE-OK     VALUE '00'.
       01  WS-MANIFEST-STATUS     PIC X(02) VALUE SPACES.
           88  MANIFEST-FILE-OK   VALUE '00'.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  CMD-LINE-PARM          PIC X(200) VALUE SPACES.
       01  UNLOAD-DATE-PARM       PIC X(10) VALUE SPACES.
       01  TABLE-PARM             PIC X(63) VALUE SPACES.
       01  WORD-5                 PIC X(20) VALUE SPACES.
       01  WORD-6                 PIC X(20) VALUE SPACES.
       01  OPTION-WORD            PIC X(20) VALUE SPACES.
       01  ENV-PARM               PIC X(10) VALUE SPACES.
       01  USAGE-ERROR-SWITCH     PIC X VALUE 'N'.
           88  USAGE-ERROR        VALUE 'Y'.
       01  RUN-MODE               PIC X(8) VALUE 'LOAD'.
           88  LOAD-MODE          VALUE 'LOAD'.
           88  REPLACE-MODE       VALUE 'REPLACE'.
           88  VERIFY-MODE        VALUE 'VERIFY'.
       01  ALL-TABLES-SWITCH      PIC X VALUE 'N'.
           88  ALL-TABLES         VALUE 'Y'.

       01  MANIFEST-EOF-SWITCH    PIC X VALUE 'N'.
           88  MANIFEST-EOF       VALUE 'Y'.
       01  DATA-EOF-SWITCH        PIC X VALUE 'N'.
           88  DATA-EOF           VALUE 'Y'.
       01  MANIFEST-END-SWITCH    PIC X VALUE 'N'.
           88  MANIFEST-COMPLETE  VALUE 'Y'.
       01  MAN-FIELDS.
           05  MAN-TAG            PIC X(2).
           05  MAN-FIELD-2        PIC X(63).
           05  MAN-FIELD-3        PIC X(63).
           05  MAN-FIELD-4        PIC X(63).
           05  MAN-FIELD-5        PIC X(20).
           05  MAN-FIELD-6        PIC X(20).
           05  MAN-FIELD-7        PIC X(20).
       01  MAN-UNLOAD-DATE        PIC X(10) VALUE SPACES.
       01  MAN-SCHEMA-LEVEL       PIC 9(4) VALUE ZEROS.
       01  MAN-SEAL-ROWS          PIC S9(9) VALUE ZEROS.
       01  MAN-SEAL-CHECKSUM      PIC S9(18) VALUE ZEROS.
       01  MAN-SEAL-JOURNAL       PIC S9(9) VALUE ZEROS.
       01  MAN-BUCKET-0-17        PIC S9(9) VALUE ZEROS.
       01  MAN-BUCKET-18-34       PIC S9(9) VALUE ZEROS.
       01  MAN-BUCKET-35-59       PIC S9(9) VALUE ZEROS.
       01  MAN-BUCKET-60-UP       PIC S9(9) VALUE ZEROS.

      * The generation's tables in load order, as the manifest lists
      * them; RLT-SELECTED marks the ones this run works on.
       01  RELOAD-TABLE-COUNT     PIC 9(4) VALUE ZEROS.
       01  RELOAD-TABLE-LIST.
           05  RLT-ENTRY          OCCURS 400 TIMES.
               10  RLT-TABLE-NAME PIC X(63).
               10  RLT-FILE-NAME  PIC X(100).
               10  RLT-LOAD-ORDER PIC 9(4).
               10  RLT-COLUMNS    PIC 9(4).
               10  RLT-ROWS       PIC S9(9).
               10  RLT-CHECKSUM   PIC S9(18).
               10  RLT-SELECTED   PIC X.
       01  RLT-IDX                PIC 9(4) VALUE ZEROS.
       01  SELECTED-COUNT         PIC 9(4) VALUE ZEROS.
       01  SEAL-TABLES-SWITCH     PIC X VALUE 'N'.
           88  SEAL-TABLES-IN-RUN VALUE 'Y'.
       01  JOURNAL-IN-RUN-SWITCH  PIC X VALUE 'N'.
           88  JOURNAL-IN-RUN     VALUE 'Y'.
       01  SNAPSHOT-IN-RUN-SWITCH PIC X VALUE 'N'.
           88  SNAPSHOT-IN-RUN    VALUE 'Y'.

       01  FILE-COLUMN-COUNT      PIC 9(4) VALUE ZEROS.
       01  FILE-ROW-COUNT         PIC 9(9) VALUE ZEROS.
       01  TRAILER-ROWS           PIC S9(9) VALUE ZEROS.
       01  TRAILER-CHECKSUM       PIC S9(18) VALUE ZEROS.
       01  TRAILER-SEEN-SWITCH    PIC X VALUE 'N'.
           88  TRAILER-SEEN       VALUE 'Y'.
       01  HEADER-TABLE-NAME      PIC X(63) VALUE SPACES.
       01  TABLE-VERDICT          PIC X(40) VALUE SPACES.

       01  FAULT-COUNT            PIC 9(4) VALUE ZEROS.
       01  DIFFER-COUNT           PIC 9(4) VALUE ZEROS.
       01  TOTAL-FILE-ROWS        PIC 9(11) VALUE ZEROS.
       01  TOTAL-ROWS-LOADED      PIC 9(11) VALUE ZEROS.

       01  PAGE-NUMBER            PIC 9(4) VALUE 1.
       01  PAGE-NUMBER-DISP       PIC ZZZ9.
       01  LINE-COUNT             PIC 9(3) VALUE 0.
       01  LINES-PER-PAGE         PIC 9(3) VALUE 60.
       01  REPORT-LINES-WRITTEN   PIC 9(6) VALUE ZEROS.
       01  REPORT-TITLE           PIC X(60) VALUE SPACES.
       01  REPORT-LINE            PIC X(132) VALUE SPACES.
       01  DASH-LINE              PIC X(100) VALUE ALL '-'.
       01  COUNT-DISP             PIC Z(8)9.
       01  COUNT-2-DISP           PIC Z(8)9.
       01  SUM-DISP               PIC -Z(17)9.
       01  SUM-2-DISP             PIC -Z(17)9.
       01  FIGURE-LABEL           PIC X(30) VALUE SPACES.
       01  FIGURE-EXPECTED        PIC S9(18) VALUE ZEROS.
       01  FIGURE-ACTUAL          PIC S9(18) VALUE ZEROS.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "JobRun.cpy".
       COPY "RptCat.cpy".
       COPY "PrivLog.cpy".
       COPY "OprVar.cpy".
       COPY "UnlVar.cpy".

       01  TBL-NAME               PIC X(63) VALUE SPACES.
       01  TBL-COLUMN-COUNT       PIC S9(4) COMP-5 VALUE ZERO.
       01  SEQ-COLUMN-NAME        PIC X(63) VALUE SPACES.
       01  SEQ-NEXT-VALUE         PIC S9(18) COMP-5 VALUE ZERO.
       01  RLD-SQL-TEXT           PIC X(2000) VALUE SPACES.
       01  RLD-LINE-NO            PIC S9(9) COMP-5 VALUE ZERO.
       01  RLD-PAYLOAD            PIC X(16000) VALUE SPACES.
       01  MSR-ROW-COUNT          PIC S9(9) COMP-5 VALUE ZERO.
       01  MSR-CHECKSUM           PIC S9(18) COMP-5 VALUE ZERO.
       01  STG-ROW-COUNT          PIC S9(9) COMP-5 VALUE ZERO.
       01  STG-CHECKSUM           PIC S9(18) COMP-5 VALUE ZERO.
       01  SEAL-ON-FILE-ROWS      PIC S9(9) COMP-5 VALUE ZERO.
       01  SEAL-ON-FILE-CHECKSUM  PIC S9(18) COMP-5 VALUE ZERO.
       COPY "SrcVar.cpy".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           MOVE 'DbReld' TO JRL-PROGRAM-NAME.

           PERFORM 1100-GET-PARMS
               THRU 1100-GET-PARMS-END.

      *    The target environment is chosen before the profile is
      *    read, the way EnvComp switches between environments.
           IF ENV-PARM NOT = SPACES
               SET ENVIRONMENT 'BATCH_ENV' TO ENV-PARM
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

           IF USAGE-ERROR
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           PERFORM 1040-CHECK-OPERATOR-RIGHT
               THRU 1040-CHECK-OPERATOR-RIGHT-END.

           PERFORM 1035-SET-CHANGE-SOURCE
               THRU 1035-SET-CHANGE-SOURCE-END.

           PERFORM 2001-READ-MANIFEST
               THRU 2001-READ-MANIFEST-END.

           PERFORM 2100-SELECT-TABLES
               THRU 2100-SELECT-TABLES-END.

           PERFORM 2200-CHECK-PRECONDITIONS
               THRU 2200-CHECK-PRECONDITIONS-END.

           PERFORM 2500-OPEN-REPORT-FILE
               THRU 2500-OPEN-REPORT-FILE-END.

      *    Staging rows only live for this session.
           EXEC SQL
               CREATE TEMPORARY TABLE reload_stage (
                   line_no INTEGER,
                   payload JSONB
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF REPLACE-MODE
               PERFORM 3001-CLEAR-TARGET-TABLES
                   THRU 3001-CLEAR-TARGET-TABLES-END
           END-IF.

           PERFORM 4001-PROCESS-ALL-TABLES
               THRU 4001-PROCESS-ALL-TABLES-END.

           IF FAULT-COUNT = 0
               PERFORM 5001-CHECK-CONTROL-FIGURES
                   THRU 5001-CHECK-CONTROL-FIGURES-END
           END-IF.

           PERFORM 6001-FINISH-RUN
               THRU 6001-FINISH-RUN-END.

           CLOSE RELOAD-REPORT-FILE.

           MOVE TOTAL-FILE-ROWS TO JRL-ROWS-READ.
           MOVE TOTAL-ROWS-LOADED TO JRL-ROWS-UPDATED.
           MOVE FAULT-COUNT TO JRL-ROWS-REJECTED.
           EVALUATE TRUE
               WHEN FAULT-COUNT > 0
                   MOVE 8 TO JRL-RETURN-CODE
               WHEN DIFFER-COUNT > 0
                   MOVE 4 TO JRL-RETURN-CODE
           END-EVALUATE.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.

           MOVE 'DbReld' TO CAT-PROGRAM-NAME.
           MOVE RELOAD-REPORT-FILENAME TO CAT-FILE-NAME.
           MOVE REPORT-LINES-WRITTEN TO CAT-LINE-COUNT.
           MOVE PAGE-NUMBER TO CAT-PAGE-COUNT.
           PERFORM 8910-REGISTER-REPORT
               THRU 8910-REGISTER-REPORT-END.

           MOVE JRL-RETURN-CODE TO RETURN-CODE.
       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           STOP RUN.
      ******************************************************************
      * The words after the table may come in either order: a mode
      * and/or ENV=<name>. Anything wrong is only flagged here - the
      * usage is shown once connected, so the refusal is logged.
       1100-GET-PARMS.
           ACCEPT CMD-LINE-PARM FROM COMMAND-LINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.

           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO PRV-OPERATOR-ID PRV-TICKET-REF UNLOAD-DATE-PARM
                    TABLE-PARM WORD-5 WORD-6
           END-UNSTRING.

           IF PRV-OPERATOR-ID = SPACES OR PRV-TICKET-REF = SPACES
            OR UNLOAD-DATE-PARM = SPACES OR TABLE-PARM = SPACES
               SET USAGE-ERROR TO TRUE
           END-IF.

           IF FUNCTION TRIM(UNLOAD-DATE-PARM) IS NOT NUMERIC
            OR FUNCTION LENGTH(FUNCTION TRIM(UNLOAD-DATE-PARM)) NOT = 8
               SET USAGE-ERROR TO TRUE
           END-IF.

           IF FUNCTION UPPER-CASE(TABLE-PARM) = 'ALL'
               SET ALL-TABLES TO TRUE
           ELSE
               MOVE FUNCTION LOWER-CASE(TABLE-PARM) TO TABLE-PARM
           END-IF.

           MOVE WORD-5 TO OPTION-WORD.
           PERFORM 1120-TAKE-OPTION-WORD
               THRU 1120-TAKE-OPTION-WORD-END.
           MOVE WORD-6 TO OPTION-WORD.
           PERFORM 1120-TAKE-OPTION-WORD
               THRU 1120-TAKE-OPTION-WORD-END.
       1100-GET-PARMS-END.
      ******************************************************************
       1120-TAKE-OPTION-WORD.
           MOVE FUNCTION UPPER-CASE(OPTION-WORD) TO OPTION-WORD.
           EVALUATE TRUE
               WHEN OPTION-WORD = SPACES
                   CONTINUE
               WHEN OPTION-WORD = 'VERIFY'
                   SET VERIFY-MODE TO TRUE
               WHEN OPTION-WORD = 'REPLACE'
                   SET REPLACE-MODE TO TRUE
               WHEN OPTION-WORD(1:4) = 'ENV='
                AND OPTION-WORD(5:) NOT = SPACES
                   MOVE OPTION-WORD(5:) TO ENV-PARM
               WHEN OTHER
                   SET USAGE-ERROR TO TRUE
           END-EVALUATE.
       1120-TAKE-OPTION-WORD-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: DbReld <operator> <ticket> <yyyymmdd> '
                   '<ALL|table> [VERIFY|REPLACE] [ENV=<environment>]'.
           DISPLAY '  yyyymmdd is the DbUnld generation; its manifest '
                   'UNLD_yyyymmdd.MAN must be in the run directory.'.
           MOVE 8 TO JRL-RETURN-CODE.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       1150-SHOW-USAGE-END.
      ******************************************************************
      * A reload replaces data, so it takes an EXECUTE right in the
      * target environment; a verify only reads and needs READ.
       1040-CHECK-OPERATOR-RIGHT.
           MOVE 'DbReld' TO OPR-PROGRAM-NAME.
           IF VERIFY-MODE
               MOVE 'READ' TO OPR-MODE-NEEDED
           ELSE
               MOVE 'EXECUTE' TO OPR-MODE-NEEDED
           END-IF.
           MOVE TABLE-PARM TO PRV-KEY-VALUE.
           COPY "OprChk.cpy".

           IF OPR-DENIED-FLAG = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1040-CHECK-OPERATOR-RIGHT-END.
      ******************************************************************
      * The operations hold does not stop this job - restoring the
      * database is what the hold is set for. It is only read here;
      * 2200 insists on it for a reload of every table.
       1030-CHECK-OPS-HOLD.
           MOVE 'N' TO HLD-HELD-FLAG.
           EXEC SQL
               SELECT COALESCE(held, 'N'),
                      COALESCE(holder, ''),
                      COALESCE(reason, '')
               INTO :HLD-HELD-FLAG, :HLD-HOLDER, :HLD-REASON
               FROM ops_hold
               WHERE hold_id = 1
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'N' TO HLD-HELD-FLAG
           END-IF.
       1030-CHECK-OPS-HOLD-END.
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
      * The provenance trigger on databank_store is told who is
      * rewriting the rows; this program is registered as changing no
      * value, so the source of every field stays as it was.
       1035-SET-CHANGE-SOURCE.
           MOVE 'DbReld' TO SRC-PROGRAM-NAME.
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
       1070-START-JOB-RUN-LOG.
           EXEC SQL
               SELECT CAST(CURRENT_TIMESTAMP AS VARCHAR)
               INTO :JRL-STARTED-TS
           END-EXEC.
       1070-START-JOB-RUN-LOG-END.
      ******************************************************************
      * The manifest, not the register, says what a generation holds:
      * a reload into another environment has only the files. A
      * manifest without its E line was cut short and is refused.
       2001-READ-MANIFEST.
           STRING 'UNLD_' DELIMITED BY SIZE
                  FUNCTION TRIM(UNLOAD-DATE-PARM) DELIMITED BY SIZE
                  '.MAN' DELIMITED BY SIZE
                  INTO MANIFEST-FILENAME.

           OPEN INPUT MANIFEST-FILE.

           IF NOT MANIFEST-FILE-OK
               DISPLAY '*** No manifest '
                       FUNCTION TRIM(MANIFEST-FILENAME)
                       ' (status ' WS-MANIFEST-STATUS ') - restore the '
                       'generation''s files to the run directory. ***'
               PERFORM 2900-REFUSE-RUN
                   THRU 2900-REFUSE-RUN-END
           END-IF.

           PERFORM 2050-READ-MANIFEST-LINE
               THRU 2050-READ-MANIFEST-LINE-END
               UNTIL MANIFEST-EOF.

           CLOSE MANIFEST-FILE.

           IF NOT MANIFEST-COMPLETE OR RELOAD-TABLE-COUNT = 0
               DISPLAY '*** Manifest '
                       FUNCTION TRIM(MANIFEST-FILENAME)
                       ' is incomplete - that unload did not finish. '
                       '***'
               PERFORM 2900-REFUSE-RUN
                   THRU 2900-REFUSE-RUN-END
           END-IF.
       2001-READ-MANIFEST-END.
      ******************************************************************
       2050-READ-MANIFEST-LINE.
           READ MANIFEST-FILE
               AT END
                   SET MANIFEST-EOF TO TRUE
                   GO TO 2050-READ-MANIFEST-LINE-END
           END-READ.

           MOVE SPACES TO MAN-FIELDS.
           UNSTRING MANIFEST-RECORD DELIMITED BY '|'
               INTO MAN-TAG MAN-FIELD-2 MAN-FIELD-3 MAN-FIELD-4
                    MAN-FIELD-5 MAN-FIELD-6 MAN-FIELD-7
           END-UNSTRING.

           EVALUATE MAN-TAG
               WHEN 'M'
                   MOVE MAN-FIELD-2 TO MAN-UNLOAD-DATE
                   MOVE FUNCTION NUMVAL(MAN-FIELD-3)
                       TO MAN-SCHEMA-LEVEL
               WHEN 'F'
                   IF RELOAD-TABLE-COUNT < 400
                       ADD 1 TO RELOAD-TABLE-COUNT
                       MOVE RELOAD-TABLE-COUNT TO RLT-IDX
                       MOVE FUNCTION NUMVAL(MAN-FIELD-2)
                           TO RLT-LOAD-ORDER(RLT-IDX)
                       MOVE MAN-FIELD-3 TO RLT-TABLE-NAME(RLT-IDX)
                       MOVE MAN-FIELD-4 TO RLT-FILE-NAME(RLT-IDX)
                       MOVE FUNCTION NUMVAL(MAN-FIELD-5)
                           TO RLT-COLUMNS(RLT-IDX)
                       MOVE FUNCTION NUMVAL(MAN-FIELD-6)
                           TO RLT-ROWS(RLT-IDX)
                       MOVE FUNCTION NUMVAL(MAN-FIELD-7)
                           TO RLT-CHECKSUM(RLT-IDX)
                       MOVE 'N' TO RLT-SELECTED(RLT-IDX)
                   END-IF
               WHEN 'S'
                   MOVE FUNCTION NUMVAL(MAN-FIELD-2) TO MAN-SEAL-ROWS
                   MOVE FUNCTION NUMVAL(MAN-FIELD-3)
                       TO MAN-SEAL-CHECKSUM
                   MOVE FUNCTION NUMVAL(MAN-FIELD-4)
                       TO MAN-SEAL-JOURNAL
               WHEN 'R'
                   MOVE FUNCTION NUMVAL(MAN-FIELD-2)
                       TO MAN-BUCKET-0-17
                   MOVE FUNCTION NUMVAL(MAN-FIELD-3)
                       TO MAN-BUCKET-18-34
                   MOVE FUNCTION NUMVAL(MAN-FIELD-4)
                       TO MAN-BUCKET-35-59
                   MOVE FUNCTION NUMVAL(MAN-FIELD-5)
                       TO MAN-BUCKET-60-UP
               WHEN 'E'
                   SET MANIFEST-COMPLETE TO TRUE
           END-EVALUATE.
       2050-READ-MANIFEST-LINE-END.
      ******************************************************************
      * The Seal figures are checked when databank or the journal is
      * part of the run, the ReconAgg buckets when the statistics
      * snapshot is.
       2100-SELECT-TABLES.
           MOVE ZEROS TO SELECTED-COUNT.

           PERFORM 2150-SELECT-ONE-TABLE
               THRU 2150-SELECT-ONE-TABLE-END
               VARYING RLT-IDX FROM 1 BY 1
               UNTIL RLT-IDX > RELOAD-TABLE-COUNT.

           IF SELECTED-COUNT = 0
               DISPLAY '*** Table ' FUNCTION TRIM(TABLE-PARM)
                       ' is not in generation '
                       FUNCTION TRIM(UNLOAD-DATE-PARM) '. ***'
               PERFORM 2900-REFUSE-RUN
                   THRU 2900-REFUSE-RUN-END
           END-IF.

           MOVE MAN-UNLOAD-DATE TO UNL-AS-OF-DATE.
       2100-SELECT-TABLES-END.
      ******************************************************************
       2150-SELECT-ONE-TABLE.
           IF NOT ALL-TABLES
            AND RLT-TABLE-NAME(RLT-IDX) NOT = TABLE-PARM
               GO TO 2150-SELECT-ONE-TABLE-END
           END-IF.

           MOVE 'Y' TO RLT-SELECTED(RLT-IDX).
           ADD 1 TO SELECTED-COUNT.

           EVALUATE RLT-TABLE-NAME(RLT-IDX)
               WHEN 'databank_store'
                   SET SEAL-TABLES-IN-RUN TO TRUE
               WHEN 'databank_change_journal_store'
                   SET SEAL-TABLES-IN-RUN TO TRUE
                   SET JOURNAL-IN-RUN TO TRUE
               WHEN 'databank_snapshot'
                   SET SNAPSHOT-IN-RUN TO TRUE
           END-EVALUATE.
       2150-SELECT-ONE-TABLE-END.
      ******************************************************************
      * The files carry the layout of the schema level they were
      * written at; loading them into another level would put values
      * in the wrong columns or leave new ones empty.
       2200-CHECK-PRECONDITIONS.
           IF MAN-SCHEMA-LEVEL NOT = SCHEMA-LEVEL-CURRENT
               DISPLAY '*** Generation '
                       FUNCTION TRIM(UNLOAD-DATE-PARM)
                       ' was unloaded at schema level '
                       MAN-SCHEMA-LEVEL ', this database is at '
                       SCHEMA-LEVEL-CURRENT ' - not loadable. ***'
               PERFORM 2900-REFUSE-RUN
                   THRU 2900-REFUSE-RUN-END
           END-IF.

           IF ALL-TABLES AND NOT VERIFY-MODE
            AND HLD-HELD-FLAG NOT = 'Y'
               DISPLAY '*** Reloading every table needs the '
                       'operations hold - set it with OpsHold '
                       'first. ***'
               PERFORM 2900-REFUSE-RUN
                   THRU 2900-REFUSE-RUN-END
           END-IF.
       2200-CHECK-PRECONDITIONS-END.
      ******************************************************************
       2500-OPEN-REPORT-FILE.
           STRING 'RELOAD_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO RELOAD-REPORT-FILENAME.

           OPEN OUTPUT RELOAD-REPORT-FILE.

           EVALUATE TRUE
               WHEN VERIFY-MODE
                   MOVE 'Unload generation verification'
                       TO REPORT-TITLE
               WHEN OTHER
                   MOVE 'Reload from unload generation'
                       TO REPORT-TITLE
           END-EVALUATE.
           MOVE 0 TO LINE-COUNT.
           MOVE 1 TO PAGE-NUMBER.
           MOVE ZEROS TO REPORT-LINES-WRITTEN.
           PERFORM 1300-PRINT-PAGE-HEADER
               THRU 1300-PRINT-PAGE-HEADER-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Generation: ' DELIMITED BY SIZE
                  MAN-UNLOAD-DATE DELIMITED BY SIZE
                  '   Tables: ' DELIMITED BY SIZE
                  TABLE-PARM DELIMITED BY SPACE
                  '   Mode: ' DELIMITED BY SIZE
                  RUN-MODE DELIMITED BY SPACE
                  '   Database: ' DELIMITED BY SIZE
                  DBNAME DELIMITED BY SPACE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Operator: ' DELIMITED BY SIZE
                  PRV-OPERATOR-ID DELIMITED BY SPACE
                  '   Ticket: ' DELIMITED BY SIZE
                  PRV-TICKET-REF DELIMITED BY SPACE
                  '   Run date: ' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
       2500-OPEN-REPORT-FILE-END.
      ******************************************************************
      * Refused before anything was touched: logged, RC 8.
       2900-REFUSE-RUN.
           MOVE 8 TO JRL-RETURN-CODE.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       2900-REFUSE-RUN-END.
      ******************************************************************
      * REPLACE empties the chosen tables children first. A table
      * still referred to by rows of a table outside the run cannot
      * be emptied; the foreign-key error stops the run and nothing
      * is changed.
       3001-CLEAR-TARGET-TABLES.
           PERFORM 3050-CLEAR-ONE-TABLE
               THRU 3050-CLEAR-ONE-TABLE-END
               VARYING RLT-IDX FROM RELOAD-TABLE-COUNT BY -1
               UNTIL RLT-IDX < 1.
       3001-CLEAR-TARGET-TABLES-END.
      ******************************************************************
       3050-CLEAR-ONE-TABLE.
           IF RLT-SELECTED(RLT-IDX) NOT = 'Y'
               GO TO 3050-CLEAR-ONE-TABLE-END
           END-IF.

           MOVE SPACES TO RLD-SQL-TEXT.
           STRING 'DELETE FROM "' DELIMITED BY SIZE
                  RLT-TABLE-NAME(RLT-IDX) DELIMITED BY SPACE
                  '"' DELIMITED BY SIZE
                  INTO RLD-SQL-TEXT.

           EXEC SQL PREPARE CLR_STMT FROM :RLD-SQL-TEXT END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL EXECUTE CLR_STMT END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3050-CLEAR-ONE-TABLE-END.
      ******************************************************************
      * A load stops at the first fault - the unit of work is rolled
      * back anyway; a verify goes through every table.
       4001-PROCESS-ALL-TABLES.
           PERFORM 4100-PROCESS-ONE-TABLE
               THRU 4100-PROCESS-ONE-TABLE-END
               VARYING RLT-IDX FROM 1 BY 1
               UNTIL RLT-IDX > RELOAD-TABLE-COUNT
                  OR (FAULT-COUNT > 0 AND NOT VERIFY-MODE).
       4001-PROCESS-ALL-TABLES-END.
      ******************************************************************
       4100-PROCESS-ONE-TABLE.
           IF RLT-SELECTED(RLT-IDX) NOT = 'Y'
               GO TO 4100-PROCESS-ONE-TABLE-END
           END-IF.

           MOVE RLT-TABLE-NAME(RLT-IDX) TO TBL-NAME.
           MOVE SPACES TO TABLE-VERDICT.

           PERFORM 4150-CHECK-AND-LOAD
               THRU 4150-CHECK-AND-LOAD-END.

           PERFORM 4900-REPORT-TABLE
               THRU 4900-REPORT-TABLE-END.
       4100-PROCESS-ONE-TABLE-END.
      ******************************************************************
       4150-CHECK-AND-LOAD.
           PERFORM 4200-STAGE-FILE
               THRU 4200-STAGE-FILE-END.

           IF TABLE-VERDICT NOT = SPACES
               ADD 1 TO FAULT-COUNT
               GO TO 4150-CHECK-AND-LOAD-END
           END-IF.

           PERFORM 4400-CHECK-STAGED-FILE
               THRU 4400-CHECK-STAGED-FILE-END.

           IF TABLE-VERDICT NOT = SPACES
               ADD 1 TO FAULT-COUNT
               GO TO 4150-CHECK-AND-LOAD-END
           END-IF.

           IF VERIFY-MODE
               PERFORM 4500-MEASURE-TARGET-TABLE
                   THRU 4500-MEASURE-TARGET-TABLE-END
               IF MSR-ROW-COUNT = STG-ROW-COUNT
                AND MSR-CHECKSUM = STG-CHECKSUM
                   MOVE 'file sound, database matches'
                       TO TABLE-VERDICT
               ELSE
                   MOVE 'file sound, database DIFFERS'
                       TO TABLE-VERDICT
                   ADD 1 TO DIFFER-COUNT
               END-IF
           ELSE
               PERFORM 4600-LOAD-TABLE
                   THRU 4600-LOAD-TABLE-END
           END-IF.
       4150-CHECK-AND-LOAD-END.
      ******************************************************************
      * Read the whole file into the staging table: the H line must
      * name the table, the C lines are counted against the manifest
      * and against this database's own columns, every D line is
      * staged as JSON, the T line kept for the check.
       4200-STAGE-FILE.
           MOVE ZEROS TO FILE-COLUMN-COUNT FILE-ROW-COUNT
                         TRAILER-ROWS TRAILER-CHECKSUM RLD-LINE-NO.
           MOVE SPACES TO HEADER-TABLE-NAME.
           MOVE 'N' TO TRAILER-SEEN-SWITCH DATA-EOF-SWITCH.

           EXEC SQL DELETE FROM reload_stage END-EXEC.

           MOVE RLT-FILE-NAME(RLT-IDX) TO UNLOAD-DATA-FILENAME.
           OPEN INPUT UNLOAD-DATA-FILE.

           IF NOT UNLOAD-FILE-OK
               MOVE 'FILE MISSING' TO TABLE-VERDICT
               GO TO 4200-STAGE-FILE-END
           END-IF.

           PERFORM 4250-READ-DATA-LINE
               THRU 4250-READ-DATA-LINE-END
               UNTIL DATA-EOF.

           CLOSE UNLOAD-DATA-FILE.

           IF TABLE-VERDICT NOT = SPACES
               GO TO 4200-STAGE-FILE-END
           END-IF.

           IF HEADER-TABLE-NAME NOT = TBL-NAME
               MOVE 'FILE HEADER NAMES ANOTHER TABLE' TO TABLE-VERDICT
               GO TO 4200-STAGE-FILE-END
           END-IF.

           IF NOT TRAILER-SEEN
               MOVE 'FILE CUT SHORT (NO TRAILER)' TO TABLE-VERDICT
               GO TO 4200-STAGE-FILE-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :TBL-COLUMN-COUNT
               FROM information_schema.columns
               WHERE table_schema = current_schema()
                 AND table_name = TRIM(:TBL-NAME)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF FILE-COLUMN-COUNT NOT = RLT-COLUMNS(RLT-IDX)
            OR FILE-COLUMN-COUNT NOT = TBL-COLUMN-COUNT
               MOVE 'RECORD LAYOUT DIFFERS FROM TABLE' TO TABLE-VERDICT
           END-IF.
       4200-STAGE-FILE-END.
      ******************************************************************
       4250-READ-DATA-LINE.
           READ UNLOAD-DATA-FILE
               AT END
                   SET DATA-EOF TO TRUE
                   GO TO 4250-READ-DATA-LINE-END
           END-READ.

           EVALUATE UNLOAD-DATA-RECORD(1:2)
               WHEN 'D|'
                   ADD 1 TO RLD-LINE-NO
                   ADD 1 TO FILE-ROW-COUNT
                   MOVE UNLOAD-DATA-RECORD(3:) TO RLD-PAYLOAD
                   EXEC SQL
                       INSERT INTO reload_stage (line_no, payload)
                       VALUES (:RLD-LINE-NO,
                               CAST(TRIM(:RLD-PAYLOAD) AS JSONB))
                   END-EXEC
                   IF SQLCODE NOT = 0
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
                   END-IF
               WHEN 'C|'
                   ADD 1 TO FILE-COLUMN-COUNT
               WHEN 'H|'
                   MOVE SPACES TO MAN-FIELDS
                   UNSTRING UNLOAD-DATA-RECORD(1:200) DELIMITED BY '|'
                       INTO MAN-TAG MAN-FIELD-2
                   END-UNSTRING
                   MOVE MAN-FIELD-2 TO HEADER-TABLE-NAME
               WHEN 'T|'
                   MOVE SPACES TO MAN-FIELDS
                   UNSTRING UNLOAD-DATA-RECORD(1:200) DELIMITED BY '|'
                       INTO MAN-TAG MAN-FIELD-2 MAN-FIELD-3
                   END-UNSTRING
                   MOVE FUNCTION NUMVAL(MAN-FIELD-2) TO TRAILER-ROWS
                   MOVE FUNCTION NUMVAL(MAN-FIELD-3)
                       TO TRAILER-CHECKSUM
                   SET TRAILER-SEEN TO TRUE
               WHEN OTHER
                   MOVE 'FILE HOLDS AN UNKNOWN RECORD' TO TABLE-VERDICT
                   SET DATA-EOF TO TRUE
           END-EVALUATE.
       4250-READ-DATA-LINE-END.
      ******************************************************************
      * The staged rows must add up to the trailer and to the
      * manifest - the same count and checksum DbUnld took from the
      * table - before a single row goes into the database.
       4400-CHECK-STAGED-FILE.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CAST(CAST('x' || SUBSTRING(
                          MD5(CAST(payload AS VARCHAR)), 1, 8)
                          AS BIT(32)) AS INTEGER)), 0)
               INTO :STG-ROW-COUNT, :STG-CHECKSUM
               FROM reload_stage
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           ADD FILE-ROW-COUNT TO TOTAL-FILE-ROWS.

           IF STG-ROW-COUNT NOT = TRAILER-ROWS
            OR STG-CHECKSUM NOT = TRAILER-CHECKSUM
               MOVE 'FILE DAMAGED (TRAILER MISMATCH)' TO TABLE-VERDICT
               GO TO 4400-CHECK-STAGED-FILE-END
           END-IF.

           IF STG-ROW-COUNT NOT = RLT-ROWS(RLT-IDX)
            OR STG-CHECKSUM NOT = RLT-CHECKSUM(RLT-IDX)
               MOVE 'FILE DOES NOT MATCH MANIFEST' TO TABLE-VERDICT
           END-IF.
       4400-CHECK-STAGED-FILE-END.
      ******************************************************************
      * Row count and the same content checksum, taken from the
      * database's table.
       4500-MEASURE-TARGET-TABLE.
           MOVE SPACES TO RLD-SQL-TEXT.
           STRING 'SELECT COUNT(*), COALESCE(SUM(CAST(CAST(''x'' || '
                      DELIMITED BY SIZE
                  'SUBSTRING(MD5(CAST(to_jsonb(t) AS VARCHAR)), 1, 8)'
                      DELIMITED BY SIZE
                  ' AS BIT(32)) AS INTEGER)), 0) FROM "'
                      DELIMITED BY SIZE
                  TBL-NAME DELIMITED BY SPACE
                  '" t' DELIMITED BY SIZE
                  INTO RLD-SQL-TEXT.

           EXEC SQL PREPARE MSR_STMT FROM :RLD-SQL-TEXT END-EXEC.

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
       4500-MEASURE-TARGET-TABLE-END.
      ******************************************************************
      * Each staged JSON row is turned back into a row of the table
      * by column name. System-generated keys keep their unloaded
      * values, and the sequences behind them are moved past the
      * highest one loaded so new rows do not collide.
       4600-LOAD-TABLE.
           PERFORM 4500-MEASURE-TARGET-TABLE
               THRU 4500-MEASURE-TARGET-TABLE-END.

           IF MSR-ROW-COUNT > 0
               MOVE 'NOT EMPTY - USE REPLACE' TO TABLE-VERDICT
               ADD 1 TO FAULT-COUNT
               GO TO 4600-LOAD-TABLE-END
           END-IF.

           MOVE SPACES TO RLD-SQL-TEXT.
           STRING 'INSERT INTO "' DELIMITED BY SIZE
                  TBL-NAME DELIMITED BY SPACE
                  '" OVERRIDING SYSTEM VALUE SELECT r.* '
                      DELIMITED BY SIZE
                  'FROM reload_stage s CROSS JOIN LATERAL '
                      DELIMITED BY SIZE
                  'jsonb_populate_record(CAST(NULL AS "'
                      DELIMITED BY SIZE
                  TBL-NAME DELIMITED BY SPACE
                  '"), s.payload) r ORDER BY s.line_no'
                      DELIMITED BY SIZE
                  INTO RLD-SQL-TEXT.

           EXEC SQL PREPARE INS_STMT FROM :RLD-SQL-TEXT END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL EXECUTE INS_STMT END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 4700-RESET-SEQUENCES
               THRU 4700-RESET-SEQUENCES-END.

           PERFORM 4500-MEASURE-TARGET-TABLE
               THRU 4500-MEASURE-TARGET-TABLE-END.

           IF MSR-ROW-COUNT = STG-ROW-COUNT
            AND MSR-CHECKSUM = STG-CHECKSUM
               MOVE 'loaded, verified' TO TABLE-VERDICT
               ADD MSR-ROW-COUNT TO TOTAL-ROWS-LOADED
           ELSE
               MOVE 'LOADED TABLE DOES NOT MATCH FILE'
                   TO TABLE-VERDICT
               ADD 1 TO FAULT-COUNT
           END-IF.
       4600-LOAD-TABLE-END.
      ******************************************************************
       4700-RESET-SEQUENCES.
           EXEC SQL DECLARE SEQ_CUR CURSOR FOR
               SELECT column_name
               FROM information_schema.columns
               WHERE table_schema = current_schema()
                 AND table_name = TRIM(:TBL-NAME)
                 AND (column_default LIKE 'nextval(%'
                      OR is_identity = 'YES')
               ORDER BY ordinal_position
           END-EXEC.

           EXEC SQL OPEN SEQ_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'N' TO DATA-EOF-SWITCH.
           PERFORM 4750-RESET-ONE-SEQUENCE
               THRU 4750-RESET-ONE-SEQUENCE-END
               UNTIL DATA-EOF.

           EXEC SQL CLOSE SEQ_CUR END-EXEC.
       4700-RESET-SEQUENCES-END.
      ******************************************************************
       4750-RESET-ONE-SEQUENCE.
           EXEC SQL
               FETCH SEQ_CUR INTO :SEQ-COLUMN-NAME
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET DATA-EOF TO TRUE
                   GO TO 4750-RESET-ONE-SEQUENCE-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           MOVE SPACES TO RLD-SQL-TEXT.
           STRING 'SELECT setval(pg_get_serial_sequence(''"'
                      DELIMITED BY SIZE
                  TBL-NAME DELIMITED BY SPACE
                  '"'', ''' DELIMITED BY SIZE
                  SEQ-COLUMN-NAME DELIMITED BY SPACE
                  '''), COALESCE(MAX("' DELIMITED BY SIZE
                  SEQ-COLUMN-NAME DELIMITED BY SPACE
                  '"), 0) + 1, false) FROM "' DELIMITED BY SIZE
                  TBL-NAME DELIMITED BY SPACE
                  '"' DELIMITED BY SIZE
                  INTO RLD-SQL-TEXT.

           EXEC SQL PREPARE SEQ_STMT FROM :RLD-SQL-TEXT END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL DECLARE SETV_CUR CURSOR FOR SEQ_STMT END-EXEC.

           EXEC SQL OPEN SETV_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               FETCH SETV_CUR INTO :SEQ-NEXT-VALUE
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL CLOSE SETV_CUR END-EXEC.
       4750-RESET-ONE-SEQUENCE-END.
      ******************************************************************
       4900-REPORT-TABLE.
           MOVE FILE-ROW-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING TBL-NAME DELIMITED BY SIZE
                  ' rows ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  TABLE-VERDICT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           IF TABLE-VERDICT = 'file sound, database DIFFERS'
               MOVE MSR-ROW-COUNT TO COUNT-2-DISP
               MOVE SPACES TO REPORT-LINE
               STRING '    database now holds ' DELIMITED BY SIZE
                      COUNT-2-DISP DELIMITED BY SIZE
                      ' rows' DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM 1200-WRITE-REPORT-LINE
                   THRU 1200-WRITE-REPORT-LINE-END
           END-IF.
       4900-REPORT-TABLE-END.
      ******************************************************************
      * The figures the night was checked by. A reload must bring
      * them back exactly; on a verify a difference only says the
      * database has moved on since the unload. The Seal row on file
      * for the unload date, when this database has one, is shown
      * beside them.
       5001-CHECK-CONTROL-FIGURES.
           IF NOT SEAL-TABLES-IN-RUN AND NOT SNAPSHOT-IN-RUN
            AND NOT ALL-TABLES
               GO TO 5001-CHECK-CONTROL-FIGURES-END
           END-IF.

           COPY "UnlMsr.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE 'Control figures (as unloaded / now):'
               TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           IF ALL-TABLES OR SEAL-TABLES-IN-RUN
               MOVE 'Seal databank rows' TO FIGURE-LABEL
               MOVE MAN-SEAL-ROWS TO FIGURE-EXPECTED
               MOVE UNL-SEAL-ROWS TO FIGURE-ACTUAL
               PERFORM 5100-COMPARE-FIGURE
                   THRU 5100-COMPARE-FIGURE-END
               MOVE 'Seal databank checksum' TO FIGURE-LABEL
               MOVE MAN-SEAL-CHECKSUM TO FIGURE-EXPECTED
               MOVE UNL-SEAL-CHECKSUM TO FIGURE-ACTUAL
               PERFORM 5100-COMPARE-FIGURE
                   THRU 5100-COMPARE-FIGURE-END
           END-IF.

           IF ALL-TABLES OR JOURNAL-IN-RUN
               MOVE 'Seal journal rows' TO FIGURE-LABEL
               MOVE MAN-SEAL-JOURNAL TO FIGURE-EXPECTED
               MOVE UNL-SEAL-JOURNAL TO FIGURE-ACTUAL
               PERFORM 5100-COMPARE-FIGURE
                   THRU 5100-COMPARE-FIGURE-END
           END-IF.

           IF ALL-TABLES OR SNAPSHOT-IN-RUN
               MOVE 'ReconAgg age 0-17' TO FIGURE-LABEL
               MOVE MAN-BUCKET-0-17 TO FIGURE-EXPECTED
               MOVE UNL-BUCKET-0-17 TO FIGURE-ACTUAL
               PERFORM 5100-COMPARE-FIGURE
                   THRU 5100-COMPARE-FIGURE-END
               MOVE 'ReconAgg age 18-34' TO FIGURE-LABEL
               MOVE MAN-BUCKET-18-34 TO FIGURE-EXPECTED
               MOVE UNL-BUCKET-18-34 TO FIGURE-ACTUAL
               PERFORM 5100-COMPARE-FIGURE
                   THRU 5100-COMPARE-FIGURE-END
               MOVE 'ReconAgg age 35-59' TO FIGURE-LABEL
               MOVE MAN-BUCKET-35-59 TO FIGURE-EXPECTED
               MOVE UNL-BUCKET-35-59 TO FIGURE-ACTUAL
               PERFORM 5100-COMPARE-FIGURE
                   THRU 5100-COMPARE-FIGURE-END
               MOVE 'ReconAgg age 60+' TO FIGURE-LABEL
               MOVE MAN-BUCKET-60-UP TO FIGURE-EXPECTED
               MOVE UNL-BUCKET-60-UP TO FIGURE-ACTUAL
               PERFORM 5100-COMPARE-FIGURE
                   THRU 5100-COMPARE-FIGURE-END
           END-IF.

           EXEC SQL
               SELECT COALESCE(row_count, 0), COALESCE(checksum, 0)
               INTO :SEAL-ON-FILE-ROWS, :SEAL-ON-FILE-CHECKSUM
               FROM databank_seal
               WHERE seal_date = CAST(:UNL-AS-OF-DATE AS DATE)
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SEAL-ON-FILE-ROWS TO COUNT-DISP
                   MOVE SEAL-ON-FILE-CHECKSUM TO SUM-DISP
                   MOVE SPACES TO REPORT-LINE
                   STRING '  Seal written that night: rows '
                              DELIMITED BY SIZE
                          COUNT-DISP DELIMITED BY SIZE
                          '  checksum ' DELIMITED BY SIZE
                          SUM-DISP DELIMITED BY SIZE
                          INTO REPORT-LINE
                   PERFORM 1200-WRITE-REPORT-LINE
                       THRU 1200-WRITE-REPORT-LINE-END
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.
       5001-CHECK-CONTROL-FIGURES-END.
      ******************************************************************
       5100-COMPARE-FIGURE.
           MOVE FIGURE-EXPECTED TO SUM-DISP.
           MOVE FIGURE-ACTUAL TO SUM-2-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ' DELIMITED BY SIZE
                  FIGURE-LABEL DELIMITED BY SIZE
                  SUM-DISP DELIMITED BY SIZE
                  ' / ' DELIMITED BY SIZE
                  SUM-2-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.

           IF FIGURE-EXPECTED = FIGURE-ACTUAL
               MOVE 'MATCH' TO REPORT-LINE(80:5)
           ELSE
               MOVE 'DIFFER' TO REPORT-LINE(80:6)
               IF VERIFY-MODE
                   ADD 1 TO DIFFER-COUNT
               ELSE
                   ADD 1 TO FAULT-COUNT
               END-IF
           END-IF.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
       5100-COMPARE-FIGURE-END.
      ******************************************************************
      * A load with any fault is rolled back whole; a clean load is
      * committed and recorded as a privileged action. A verify
      * leaves nothing behind but its report.
       6001-FINISH-RUN.
           IF VERIFY-MODE OR FAULT-COUNT > 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE ZEROS TO TOTAL-ROWS-LOADED
           ELSE
               EXEC SQL COMMIT WORK END-EXEC
           END-IF.

           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRUE
               WHEN FAULT-COUNT > 0 AND VERIFY-MODE
                   MOVE 'Verdict: FAIL - the generation has damaged '
                     & 'or missing files.' TO REPORT-LINE
               WHEN FAULT-COUNT > 0
                   MOVE 'Verdict: FAIL - reload rolled back, the '
                     & 'database is unchanged.' TO REPORT-LINE
               WHEN VERIFY-MODE AND DIFFER-COUNT > 0
                   MOVE 'Verdict: files sound; the database has '
                     & 'changed since the unload.' TO REPORT-LINE
               WHEN VERIFY-MODE
                   MOVE 'Verdict: PASS - files sound, database '
                     & 'matches the unload.' TO REPORT-LINE
               WHEN OTHER
                   MOVE TOTAL-ROWS-LOADED TO COUNT-DISP
                   STRING 'Verdict: PASS - reloaded and verified, '
                              DELIMITED BY SIZE
                          FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                          ' rows.' DELIMITED BY SIZE
                          INTO REPORT-LINE
           END-EVALUATE.
           DISPLAY REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           IF NOT VERIFY-MODE AND FAULT-COUNT = 0
               MOVE SPACES TO PRV-ACTION-DESC
               STRING 'RELOAD ' DELIMITED BY SIZE
                      RUN-MODE DELIMITED BY SPACE
                      ' FROM UNLOAD ' DELIMITED BY SIZE
                      MAN-UNLOAD-DATE DELIMITED BY SIZE
                      INTO PRV-ACTION-DESC
               MOVE TABLE-PARM TO PRV-KEY-VALUE
               MOVE TOTAL-ROWS-LOADED TO PRV-ROW-COUNT
               PERFORM 8945-RECORD-PRIV-ACTION
                   THRU 8945-RECORD-PRIV-ACTION-END
           END-IF.
       6001-FINISH-RUN-END.
      ******************************************************************
       1200-WRITE-REPORT-LINE.
           WRITE RELOAD-REPORT-LINE FROM REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO REPORT-LINES-WRITTEN.

           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 1300-PRINT-PAGE-HEADER
                   THRU 1300-PRINT-PAGE-HEADER-END
           END-IF.
       1200-WRITE-REPORT-LINE-END.
      ******************************************************************
       1300-PRINT-PAGE-HEADER.
           IF LINE-COUNT NOT = 0
               ADD 1 TO PAGE-NUMBER
           END-IF.

           MOVE PAGE-NUMBER TO PAGE-NUMBER-DISP.

           MOVE SPACES TO REPORT-LINE.
           STRING REPORT-TITLE DELIMITED BY '  '
                  '   Page: ' DELIMITED BY SIZE
                  PAGE-NUMBER-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE RELOAD-REPORT-LINE FROM REPORT-LINE.
           WRITE RELOAD-REPORT-LINE FROM DASH-LINE.
           ADD 2 TO REPORT-LINES-WRITTEN.

           MOVE 2 TO LINE-COUNT.
           MOVE SPACES TO REPORT-LINE.
       1300-PRINT-PAGE-HEADER-END.
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
      * Whatever failed, the half-done reload is rolled back before
      * the error is logged - nothing of it may stand.
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.

           MOVE 'DbReld' TO ERR-PROGRAM-NAME.
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
       1001-ERROR-RTN-END.
           MOVE 8 TO JRL-RETURN-CODE.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
      ******************************************************************
       8945-RECORD-PRIV-ACTION.
           EXEC SQL
               INSERT INTO privileged_action_log
                   (program_name, operator_id, ticket_ref,
                    action_desc, key_value, row_count, logged_at)
               VALUES
                   ('DbReld', :PRV-OPERATOR-ID, :PRV-TICKET-REF,
                    :PRV-ACTION-DESC, :PRV-KEY-VALUE,
                    :PRV-ROW-COUNT, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8945-RECORD-PRIV-ACTION-END.
      ******************************************************************
       8910-REGISTER-REPORT.
           EXEC SQL
               INSERT INTO report_catalog
                   (program_name, file_name, run_date, line_count,
                    page_count, job_run_log_id, created_at)
               VALUES
                   (:CAT-PROGRAM-NAME, :CAT-FILE-NAME, CURRENT_DATE,
                    :CAT-LINE-COUNT, :CAT-PAGE-COUNT,
                    (SELECT MAX(id) FROM job_run_log
                      WHERE program_name = :CAT-PROGRAM-NAME),
                    CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8910-REGISTER-REPORT-END.
