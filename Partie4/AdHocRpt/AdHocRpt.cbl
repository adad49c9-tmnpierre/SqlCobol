       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdHocRpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEF-CARD-FILE ASSIGN TO DEF-CARD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-CARD-STATUS.

           SELECT ADHOC-OUT-FILE ASSIGN TO ADHOC-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUPPRESS-FILE ASSIGN TO SUPPRESS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPRESS-STATUS.

           SELECT DNP-LIST-FILE ASSIGN TO DNP-LIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DNP-LIST-STATUS.

           SELECT SCREEN-HIT-FILE ASSIGN TO SCREEN-HIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Report-definition deck. Each definition starts with a REPORT
      * card; keywords start in column 1, '*' in column 1 is a
      * comment:
      *   REPORT <name> <department> <description>
      *   SOURCE <registered source>
      *   FORM   PRINT | CSV                  (default PRINT)
      *   COLUMN <column> <width> <heading>   (up to 15)
      *   FILTER <column> <op> <value>        (up to 10; op is = <>
      *          < > <= >= LIKE NOTLIKE ISNULL NOTNULL; the value may
      *          be &RUNDATE, &MONTHSTART or &PREVMONTH)
      *   SORT   <column> [ASC|DESC]          (up to 5)
      *   BREAK  <column>                     (up to 3, outermost
      *          first; the report is ordered on them ahead of SORT)
      *   TOTAL  <column>                     (a numeric COLUMN to sum
      *          at every break and at the end)
       FD  DEF-CARD-FILE.
       01  DEF-CARD-RECORD        PIC X(80).

       FD  ADHOC-OUT-FILE.
       01  ADHOC-OUT-RECORD       PIC X(250).

       FD  SUPPRESS-FILE.
       01  SUPPRESS-RECORD        PIC X(10).

      * The compliance do-not-process list: one name per line as
      * 'LASTNAME|FIRSTNAME' ('*' first name covers the surname).
       FD  DNP-LIST-FILE.
       01  DNP-LIST-RECORD        PIC X(110).

      * Confidential hit report for the compliance officer.
       FD  SCREEN-HIT-FILE.
       01  SCREEN-HIT-LINE        PIC X(150).

       WORKING-STORAGE SECTION.
      * Most new-program requests were "FindRec's listing, but these
      * columns, this filter, sorted that way". A department's
      * listing is now a stored, versioned deck of definition cards
      * run by name. The writer only reads sources registered in
      * report_source, and the protection rules of the existing
      * outputs go with the kind of source: a person-level source
      * is released like CsvExtr's extract (inactive individuals and
      * withdrawn EXTRACT consent left out, every row screened
      * against the do-not-process list, every row an EXTRACT
      * contact), an aggregate source is published like GenRpt's
      * tables (small counts suppressed, with complementary masking
      * of the totals).
       01  DEF-CARD-FILENAME      PIC X(60) VALUE 'ADHOCDEF.TXT'.
       01  WS-DEF-CARD-STATUS     PIC X(02) VALUE SPACES.
           88  DEF-CARD-STATUS-OK       VALUE '00'.
           88  DEF-CARD-NOT-FOUND       VALUE '35'.
       01  DEF-CARD-EOF-SWITCH    PIC X VALUE 'N'.
           88  DEF-CARD-EOF       VALUE 'Y'.

       01  ADHOC-OUT-FILENAME     PIC X(60) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).
       01  RUN-DATE-DISP          PIC 9999/99/99.

       01  CMD-LINE-PARM          PIC X(100) VALUE SPACES.
       01  CMD-PTR                PIC 9(3) VALUE 1.
       01  ACTION-PARM            PIC X(10) VALUE SPACES.
       01  PARM-2                 PIC X(60) VALUE SPACES.
       01  PARM-3                 PIC X(20) VALUE SPACES.
       01  PARM-4                 PIC X(20) VALUE SPACES.
       01  PARM-5                 PIC X(20) VALUE SPACES.
       01  CALLER-PARM-TOKEN      PIC X(20) VALUE SPACES.

      * The cards of the definition being loaded or run.
       01  CARD-TABLE.
           05  CARD-ENTRY         OCCURS 60 TIMES PIC X(80).
       01  CARD-COUNT             PIC 9(3) VALUE ZEROS.
       01  CARD-IDX               PIC 9(3) VALUE ZEROS.
       01  CARD-OVERFLOW-SW       PIC X VALUE 'N'.
       01  CARD-WORK              PIC X(80) VALUE SPACES.
       01  CARD-PTR               PIC 9(3) VALUE 1.
       01  CARD-KEYWORD           PIC X(10) VALUE SPACES.
       01  CARD-TOKEN-1           PIC X(63) VALUE SPACES.
       01  CARD-TOKEN-2           PIC X(63) VALUE SPACES.
       01  CARD-REST              PIC X(80) VALUE SPACES.
       01  CARD-NO-DISP           PIC ZZ9.
       01  ERROR-TEXT             PIC X(60) VALUE SPACES.
       01  DEF-ERROR-COUNT        PIC 9(3) VALUE ZEROS.
       01  DEFS-STORED-COUNT      PIC 9(4) VALUE ZEROS.
       01  DEFS-UNCHANGED-COUNT   PIC 9(4) VALUE ZEROS.
       01  DEFS-REJECTED-COUNT    PIC 9(4) VALUE ZEROS.

      * The parsed definition.
       01  COL-TABLE.
           05  COL-ENTRY          OCCURS 15 TIMES.
               10  COL-NAME       PIC X(63).
               10  COL-WIDTH      PIC 9(2).
               10  COL-HEADING    PIC X(40).
               10  COL-TOTAL-SW   PIC X.
               10  COL-FIELD-NO   PIC 9(2).
       01  COL-COUNT              PIC 9(2) VALUE ZEROS.
       01  COL-IDX                PIC 9(2) VALUE ZEROS.
       01  FLT-TABLE.
           05  FLT-ENTRY          OCCURS 10 TIMES.
               10  FLT-COLUMN     PIC X(63).
               10  FLT-OP         PIC X(8).
               10  FLT-VALUE      PIC X(70).
       01  FLT-COUNT              PIC 9(2) VALUE ZEROS.
       01  FLT-IDX                PIC 9(2) VALUE ZEROS.
       01  SRT-TABLE.
           05  SRT-ENTRY          OCCURS 5 TIMES.
               10  SRT-COLUMN     PIC X(63).
               10  SRT-DIR        PIC X(4).
       01  SRT-COUNT              PIC 9(2) VALUE ZEROS.
       01  SRT-IDX                PIC 9(2) VALUE ZEROS.
       01  BRK-TABLE.
           05  BRK-ENTRY          OCCURS 3 TIMES.
               10  BRK-COLUMN     PIC X(63).
               10  BRK-FIELD-NO   PIC 9(2).
               10  BRK-PREV-VALUE PIC X(200).
       01  BRK-COUNT              PIC 9(2) VALUE ZEROS.
       01  BRK-IDX                PIC 9(2) VALUE ZEROS.
       01  BRK-CHANGE-LEVEL       PIC 9(2) VALUE ZEROS.
       01  TOT-TABLE.
           05  TOT-ENTRY          OCCURS 15 TIMES.
               10  TOT-COLUMN     PIC X(63).
               10  TOT-CARD-NO    PIC 9(3).
       01  TOT-COUNT              PIC 9(2) VALUE ZEROS.
       01  TOT-IDX                PIC 9(2) VALUE ZEROS.
       01  TOT-FOUND-SW           PIC X VALUE 'N'.
       01  LINE-WIDTH-TOTAL       PIC 9(4) VALUE ZEROS.

       01  IDENT-WORK             PIC X(63) VALUE SPACES.
       01  IDENT-LEN              PIC 9(2) VALUE ZEROS.
       01  IDENT-IDX              PIC 9(2) VALUE ZEROS.
       01  IDENT-OK-SW            PIC X VALUE 'Y'.

      * Statement assembly.
       01  SQL-PTR                PIC 9(4) VALUE 1.
       01  SQL-PIECE              PIC X(300) VALUE SPACES.
       01  QUOTE-IN               PIC X(70) VALUE SPACES.
       01  QUOTE-OUT              PIC X(150) VALUE SPACES.
       01  CALLER-LITERAL         PIC X(30) VALUE SPACES.
       01  QUOTE-IDX              PIC 9(3) VALUE ZEROS.
       01  QUOTE-OUT-PTR          PIC 9(3) VALUE ZEROS.
       01  CONSENT-TEST-SW        PIC X VALUE 'N'.
       01  ORDER-LEAD             PIC X(8) VALUE SPACES.
       01  HIDDEN-FIELD-COUNT     PIC 9(2) VALUE ZEROS.

      * One fetched row, split on the unit separator.
       01  FIELD-TABLE.
           05  FLD-VALUE          OCCURS 22 TIMES PIC X(200).
       01  FLD-COUNT              PIC 9(2) VALUE ZEROS.
       01  FLD-IDX                PIC 9(2) VALUE ZEROS.
       01  FLD-PTR                PIC 9(4) VALUE 1.
       01  UNIT-SEPARATOR         PIC X VALUE X'1F'.

      * Group accumulators: entry 1 is the report total, entries 2-4
      * the break levels from the outermost in.
       01  GRP-TABLE.
           05  GRP-ENTRY          OCCURS 4 TIMES.
               10  GRP-ROWS       PIC S9(9) COMP.
               10  GRP-INDIV      PIC S9(11) COMP.
               10  GRP-HIDDEN     PIC S9(4) COMP.
               10  GRP-SUM        OCCURS 15 TIMES
                                  PIC S9(13)V99.
       01  GRP-IDX                PIC 9(2) VALUE ZEROS.
       01  CLOSE-LEVEL            PIC S9(2) VALUE ZEROS.
       01  GROUP-MASKED-SW        PIC X VALUE 'N'.
       01  DETAIL-HIDDEN-SW       PIC X VALUE 'N'.
       01  DETAIL-COUNT           PIC S9(9) VALUE ZEROS.
       01  CELL-TEXT              PIC X(200) VALUE SPACES.

       01  OUT-LINE               PIC X(250) VALUE SPACES.
       01  LINE-PTR               PIC 9(3) VALUE 1.
       01  LINE-COUNT             PIC 9(3) VALUE ZEROS.
       01  LINES-PER-PAGE         PIC 9(3) VALUE 50.
       01  PAGE-NUMBER            PIC 9(4) VALUE ZEROS.
       01  PAGE-NUMBER-DISP       PIC ZZZ9.
       01  OUT-LINES-WRITTEN      PIC 9(7) VALUE ZEROS.
       01  DASH-LINE              PIC X(120) VALUE ALL '-'.
       01  ROWS-FETCHED-COUNT     PIC 9(7) VALUE ZEROS.
       01  ROWS-WRITTEN-COUNT     PIC 9(7) VALUE ZEROS.
       01  CELLS-SUPPRESSED-COUNT PIC 9(6) VALUE ZEROS.
       01  COUNT-DISP             PIC Z(10)9.
       01  SUM-DISP               PIC -Z(12)9,99.
       01  VERSION-DISP           PIC Z(4)9.
       01  CSV-IN                 PIC X(200) VALUE SPACES.
       01  CSV-IN-LEN             PIC 9(3) VALUE ZEROS.
       01  CSV-CHAR-IDX           PIC 9(3) VALUE ZEROS.

      * Small-cell policy, as GenRpt: SUPPRESS.TXT holds the
      * threshold (0 switches the policy off; 5 when absent).
       01  SUPPRESS-FILENAME      PIC X(40) VALUE 'SUPPRESS.TXT'.
       01  WS-SUPPRESS-STATUS     PIC X(02) VALUE SPACES.
           88  SUPPRESS-STATUS-OK       VALUE '00'.
           88  SUPPRESS-FILE-NOT-FOUND  VALUE '35'.
       01  SUPPRESS-THRESHOLD     PIC 9(3) VALUE 5.
       01  SUP-PARM-FIELD         PIC X(3) VALUE SPACES.

      * Screening state, as CsvExtr: the do-not-process list is
      * loaded once; every outgoing row is matched exactly and on a
      * close spelling (one character out) of the surname, matched
      * rows are suppressed, and the result is retained per run in
      * screening_log.
       01  DNP-LIST-FILENAME      PIC X(40) VALUE 'DNPLIST.TXT'.
       01  WS-DNP-LIST-STATUS     PIC X(02) VALUE SPACES.
           88  DNP-LIST-STATUS-OK       VALUE '00'.
           88  DNP-LIST-NOT-FOUND       VALUE '35'.
       01  DNP-LIST-EOF-SWITCH    PIC X VALUE 'N'.
           88  DNP-LIST-EOF       VALUE 'Y'.
       01  DNP-NAME-TABLE.
           05  DNP-ENTRY          OCCURS 100 TIMES.
               10  DNP-LAST-NAME  PIC X(50).
               10  DNP-FIRST-NAME PIC X(50).
               10  DNP-LAST-LEN   PIC 9(2).
       01  DNP-COUNT              PIC 9(3) VALUE ZEROS.
       01  DNP-IDX                PIC 9(3) VALUE ZEROS.
       01  DNP-LAST-IN            PIC X(50) VALUE SPACES.
       01  DNP-FIRST-IN           PIC X(50) VALUE SPACES.
       01  SCREEN-HIT-FILENAME    PIC X(40) VALUE SPACES.
       01  SCREEN-HIT-WORK-LINE   PIC X(150) VALUE SPACES.
       01  SCREEN-LAST-FIELD      PIC X(50) VALUE SPACES.
       01  SCREEN-FIRST-FIELD     PIC X(50) VALUE SPACES.
       01  SCREEN-LAST-LEN        PIC 9(2) VALUE ZEROS.
       01  SCREEN-MATCH-QUALITY   PIC X(5) VALUE SPACES.
       01  SCREEN-DIFF-COUNT      PIC 9(2) VALUE ZEROS.
       01  SCREEN-CHAR-IDX        PIC 9(2) VALUE ZEROS.
       01  SCREEN-SKEW-IDX        PIC 9(2) VALUE ZEROS.
       01  SCREEN-SKIP-USED-SW    PIC X VALUE 'N'.
       01  ROWS-SCREENED-COUNT    PIC 9(6) VALUE ZEROS.
       01  SCREEN-EXACT-COUNT     PIC 9(6) VALUE ZEROS.
       01  SCREEN-CLOSE-COUNT     PIC 9(6) VALUE ZEROS.

       01  LOCAL-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "JobRun.cpy".
       COPY "RptCat.cpy".
       COPY "CtcHist.cpy".
       COPY "UnitVar.cpy".

       01  INCL-INACTIVE-SWITCH   PIC X VALUE 'N'.

       01  DEF-NAME               PIC X(30) VALUE SPACES.
       01  DEF-VERSION            PIC S9(9) COMP-5 VALUE ZERO.
       01  DEF-DEPARTMENT         PIC X(10) VALUE SPACES.
       01  DEF-DESCRIPTION        PIC X(80) VALUE SPACES.
       01  DEF-FORM               PIC X(5) VALUE SPACES.
       01  DEF-CARD-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
       01  DEF-LOADED-FROM        PIC X(60) VALUE SPACES.
       01  DEF-LOADED-AT          PIC X(16) VALUE SPACES.
       01  DEF-LAST-RUN           PIC X(16) VALUE SPACES.
       01  DEF-CARD-SEQ           PIC S9(9) COMP-5 VALUE ZERO.
       01  DEF-CARD-TEXT          PIC X(80) VALUE SPACES.
       01  DEF-DIFF-COUNT         PIC S9(9) COMP-5 VALUE ZERO.

       01  SRC-NAME               PIC X(63) VALUE SPACES.
       01  SRC-PERSON-LEVEL       PIC X VALUE 'N'.
       01  SRC-ID-COLUMN          PIC X(63) VALUE SPACES.
       01  SRC-STATUS-COLUMN      PIC X(63) VALUE SPACES.
       01  SRC-COUNT-COLUMN       PIC X(63) VALUE SPACES.
       01  SRC-FOUND-COUNT        PIC S9(9) COMP-5 VALUE ZERO.

       01  CHK-COLUMN-NAME        PIC X(63) VALUE SPACES.
       01  CHK-DATA-TYPE          PIC X(40) VALUE SPACES.

       01  ADHOC-SQL-TEXT         PIC X(4000) VALUE SPACES.
       01  FETCH-ROW              PIC X(4000) VALUE SPACES.
       01  CONSENT-SUPPRESSED-CNT PIC S9(9) COMP-5 VALUE ZERO.

       01  RUN-FILE-NAME          PIC X(60) VALUE SPACES.
       01  RUN-ROWS-WRITTEN       PIC S9(9) COMP-5 VALUE ZERO.
       01  RUN-SCREEN-HITS        PIC S9(9) COMP-5 VALUE ZERO.
       01  RUN-CELLS-SUPPRESSED   PIC S9(9) COMP-5 VALUE ZERO.

       01  SLG-PROGRAM-NAME       PIC X(20) VALUE SPACES.
       01  SLG-ROWS-SCREENED      PIC S9(9) COMP-5 VALUE ZERO.
       01  SLG-EXACT-HITS         PIC S9(9) COMP-5 VALUE ZERO.
       01  SLG-CLOSE-HITS         PIC S9(9) COMP-5 VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LS-RETURN-CODE         PIC 9(4) COMP VALUE ZERO.
       01  LS-JOB-PARM            PIC X(100).

       PROCEDURE DIVISION USING LS-RETURN-CODE LS-JOB-PARM.
       1000-MAIN-START.
           MOVE 'AdHocRpt' TO JRL-PROGRAM-NAME.
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

           EVALUATE ACTION-PARM
               WHEN 'LOAD'
                   PERFORM 2001-LOAD-DEFINITIONS
                       THRU 2001-LOAD-DEFINITIONS-END
               WHEN 'RUN'
                   PERFORM 3001-RUN-REPORT
                       THRU 3001-RUN-REPORT-END
               WHEN 'LIST'
                   PERFORM 5001-LIST-DEFINITIONS
                       THRU 5001-LIST-DEFINITIONS-END
               WHEN 'SHOW'
                   PERFORM 5101-SHOW-DEFINITION
                       THRU 5101-SHOW-DEFINITION-END
           END-EVALUATE.

           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.

           PERFORM 8975-TAG-CONTACT-HISTORY
               THRU 8975-TAG-CONTACT-HISTORY-END.

       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           MOVE JRL-RETURN-CODE TO LS-RETURN-CODE.
           MOVE JRL-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      ******************************************************************
      * LOAD [deck-file] stores every definition in the deck as a new
      * version (an unchanged deck keeps its version); RUN <name>
      * [version] [INCLINACT] [BY=<id>] runs the latest or a given
      * version for the operator or requester named by BY= (without
      * it the report is the chain's own, run as AdHocRpt); LIST
      * shows the stored definitions, SHOW <name> [version] the cards
      * of one of them.
       1080-GET-RUN-PARMS.
      *    Under the Driver chain the job's own parameter card comes
      *    in through the CALL interface; the command line is only for
      *    standalone runs (it would otherwise be Driver's argument).
           IF ADDRESS OF LS-JOB-PARM NOT = NULL
               MOVE LS-JOB-PARM TO CMD-LINE-PARM
           ELSE
               ACCEPT CMD-LINE-PARM FROM COMMAND-LINE
           END-IF.

           MOVE 1 TO CMD-PTR.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO ACTION-PARM PARM-2 PARM-3 PARM-4 PARM-5
               POINTER CMD-PTR
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ACTION-PARM) TO ACTION-PARM.
           MOVE FUNCTION UPPER-CASE(PARM-3) TO PARM-3.
           MOVE FUNCTION UPPER-CASE(PARM-4) TO PARM-4.
           MOVE FUNCTION UPPER-CASE(PARM-5) TO PARM-5.
           MOVE 'AdHocRpt' TO UNT-CALLER-ID.

           EVALUATE ACTION-PARM
               WHEN 'LOAD'
                   IF PARM-2 NOT = SPACES
                       MOVE PARM-2 TO DEF-CARD-FILENAME
                   END-IF
               WHEN 'RUN'
               WHEN 'SHOW'
                   IF PARM-2 = SPACES
                       PERFORM 1150-SHOW-USAGE
                           THRU 1150-SHOW-USAGE-END
                   END-IF
                   MOVE FUNCTION UPPER-CASE(PARM-2) TO DEF-NAME
                   MOVE ZERO TO DEF-VERSION
                   IF PARM-3 NOT = SPACES
                    AND FUNCTION TRIM(PARM-3) IS NUMERIC
                       MOVE FUNCTION NUMVAL(PARM-3) TO DEF-VERSION
                   END-IF
                   IF PARM-3 = 'INCLINACT' OR PARM-4 = 'INCLINACT'
                    OR PARM-5 = 'INCLINACT'
                       MOVE 'Y' TO INCL-INACTIVE-SWITCH
                       DISPLAY 'Including inactive individuals '
                               '(compliance view).'
                   END-IF
                   MOVE PARM-3 TO CALLER-PARM-TOKEN
                   PERFORM 1085-TAKE-CALLER-PARM
                       THRU 1085-TAKE-CALLER-PARM-END
                   MOVE PARM-4 TO CALLER-PARM-TOKEN
                   PERFORM 1085-TAKE-CALLER-PARM
                       THRU 1085-TAKE-CALLER-PARM-END
                   MOVE PARM-5 TO CALLER-PARM-TOKEN
                   PERFORM 1085-TAKE-CALLER-PARM
                       THRU 1085-TAKE-CALLER-PARM-END
               WHEN 'LIST'
                   CONTINUE
               WHEN OTHER
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
           END-EVALUATE.
       1080-GET-RUN-PARMS-END.
      ******************************************************************
       1085-TAKE-CALLER-PARM.
           IF CALLER-PARM-TOKEN(1:3) = 'BY='
            AND CALLER-PARM-TOKEN(4:) NOT = SPACES
               MOVE CALLER-PARM-TOKEN(4:10) TO UNT-CALLER-ID
               DISPLAY 'Reporting for ' FUNCTION TRIM(UNT-CALLER-ID)
                       '.'
           END-IF.
       1085-TAKE-CALLER-PARM-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: AdHocRpt LOAD [deck-file]'.
           DISPLAY '       AdHocRpt RUN <report-name> [version] '
                   '[INCLINACT] [BY=<caller>]'.
           DISPLAY '       AdHocRpt LIST'.
           DISPLAY '       AdHocRpt SHOW <report-name> [version]'.
           MOVE 8 TO JRL-RETURN-CODE.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.
           EXEC SQL DISCONNECT ALL END-EXEC.
           MOVE 8 TO LS-RETURN-CODE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
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
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.

           MOVE 'AdHocRpt' TO ERR-PROGRAM-NAME.
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
           MOVE 8 TO JRL-RETURN-CODE.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.
           MOVE 8 TO LS-RETURN-CODE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
      ******************************************************************
      * Every definition in the deck is checked exactly as a run
      * would check it before it is stored, so a bad card is found
      * when the department hands the deck in, not on the night the
      * listing is due. A rejected definition leaves the stored
      * versions alone and makes the load RC 4.
       2001-LOAD-DEFINITIONS.
           OPEN INPUT DEF-CARD-FILE.

           IF DEF-CARD-NOT-FOUND
               DISPLAY 'Definition deck not found: '
                       FUNCTION TRIM(DEF-CARD-FILENAME)
               MOVE 8 TO JRL-RETURN-CODE
               GO TO 2001-LOAD-DEFINITIONS-END
           END-IF.

           IF NOT DEF-CARD-STATUS-OK
               DISPLAY 'Error reading the definition deck, status: '
                       WS-DEF-CARD-STATUS
               MOVE 8 TO JRL-RETURN-CODE
               GO TO 2001-LOAD-DEFINITIONS-END
           END-IF.

           MOVE DEF-CARD-FILENAME TO DEF-LOADED-FROM.
           MOVE ZEROS TO CARD-COUNT.
           MOVE 'N' TO CARD-OVERFLOW-SW.

           READ DEF-CARD-FILE
               AT END SET DEF-CARD-EOF TO TRUE
           END-READ.

           PERFORM WITH TEST BEFORE UNTIL DEF-CARD-EOF
               PERFORM 2050-TAKE-DECK-CARD
                   THRU 2050-TAKE-DECK-CARD-END

               READ DEF-CARD-FILE
                   AT END SET DEF-CARD-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE DEF-CARD-FILE.

           IF CARD-COUNT > 0
               PERFORM 2100-STORE-DEFINITION
                   THRU 2100-STORE-DEFINITION-END
           END-IF.

           DISPLAY 'Definitions stored: ' DEFS-STORED-COUNT
                   '  unchanged: ' DEFS-UNCHANGED-COUNT
                   '  rejected: ' DEFS-REJECTED-COUNT.

           MOVE DEFS-STORED-COUNT TO JRL-ROWS-UPDATED.
           MOVE DEFS-REJECTED-COUNT TO JRL-ROWS-REJECTED.
           IF DEFS-REJECTED-COUNT > 0
               MOVE 4 TO JRL-RETURN-CODE
           END-IF.
       2001-LOAD-DEFINITIONS-END.
      ******************************************************************
      * Comments and blank cards are not kept; a REPORT card closes
      * the definition before it.
       2050-TAKE-DECK-CARD.
           ADD 1 TO JRL-ROWS-READ.

           IF DEF-CARD-RECORD = SPACES
            OR DEF-CARD-RECORD(1:1) = '*'
               GO TO 2050-TAKE-DECK-CARD-END
           END-IF.

           MOVE SPACES TO CARD-KEYWORD.
           MOVE FUNCTION TRIM(DEF-CARD-RECORD LEADING) TO CARD-WORK.
           UNSTRING CARD-WORK DELIMITED BY ALL SPACE
               INTO CARD-KEYWORD
           END-UNSTRING.

           IF FUNCTION UPPER-CASE(CARD-KEYWORD) = 'REPORT'
            AND CARD-COUNT > 0
               PERFORM 2100-STORE-DEFINITION
                   THRU 2100-STORE-DEFINITION-END
               MOVE ZEROS TO CARD-COUNT
               MOVE 'N' TO CARD-OVERFLOW-SW
           END-IF.

           IF CARD-COUNT >= 60
               MOVE 'Y' TO CARD-OVERFLOW-SW
               GO TO 2050-TAKE-DECK-CARD-END
           END-IF.

           ADD 1 TO CARD-COUNT.
           MOVE DEF-CARD-RECORD TO CARD-ENTRY(CARD-COUNT).
       2050-TAKE-DECK-CARD-END.
      ******************************************************************
      * The new version is written, then compared card by card with
      * the version before it; an identical deck is taken back out,
      * so versions only move when the definition really changed.
       2100-STORE-DEFINITION.
           PERFORM 2200-PARSE-DEFINITION
               THRU 2200-PARSE-DEFINITION-END.

           IF CARD-OVERFLOW-SW = 'Y'
               DISPLAY 'Definition has more than 60 cards.'
               ADD 1 TO DEF-ERROR-COUNT
           END-IF.

           IF DEF-ERROR-COUNT > 0
               DISPLAY '*** Definition ' FUNCTION TRIM(DEF-NAME)
                       ' rejected - ' DEF-ERROR-COUNT
                       ' card error(s). ***'
               ADD 1 TO DEFS-REJECTED-COUNT
               GO TO 2100-STORE-DEFINITION-END
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(version_no), 0) + 1
               INTO :DEF-VERSION
               FROM report_definition
               WHERE report_name = :DEF-NAME
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE CARD-COUNT TO DEF-CARD-COUNT.
           EXEC SQL
               INSERT INTO report_definition
                   (report_name, version_no, department, description,
                    source_name, output_form, card_count, loaded_from,
                    loaded_at)
               VALUES
                   (:DEF-NAME, :DEF-VERSION, TRIM(:DEF-DEPARTMENT),
                    TRIM(:DEF-DESCRIPTION), TRIM(:SRC-NAME),
                    TRIM(:DEF-FORM), :DEF-CARD-COUNT,
                    TRIM(:DEF-LOADED-FROM), CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM VARYING CARD-IDX FROM 1 BY 1
                   UNTIL CARD-IDX > CARD-COUNT
               PERFORM 2150-INSERT-CARD
                   THRU 2150-INSERT-CARD-END
           END-PERFORM.

           MOVE ZERO TO DEF-DIFF-COUNT.
           IF DEF-VERSION > 1
               EXEC SQL
                   SELECT COUNT(*) INTO :DEF-DIFF-COUNT
                   FROM (SELECT card_seq, card_text
                           FROM report_definition_card
                          WHERE report_name = :DEF-NAME
                            AND version_no = :DEF-VERSION) n
                   FULL JOIN
                        (SELECT card_seq, card_text
                           FROM report_definition_card
                          WHERE report_name = :DEF-NAME
                            AND version_no = :DEF-VERSION - 1) o
                     ON o.card_seq = n.card_seq
                   WHERE n.card_text IS DISTINCT FROM o.card_text
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           IF DEF-VERSION > 1 AND DEF-DIFF-COUNT = 0
               EXEC SQL
                   DELETE FROM report_definition_card
                   WHERE report_name = :DEF-NAME
                     AND version_no = :DEF-VERSION
               END-EXEC
               EXEC SQL
                   DELETE FROM report_definition
                   WHERE report_name = :DEF-NAME
                     AND version_no = :DEF-VERSION
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
               SUBTRACT 1 FROM DEF-VERSION
               MOVE DEF-VERSION TO VERSION-DISP
               DISPLAY 'Definition ' FUNCTION TRIM(DEF-NAME)
                       ' unchanged - stays at version '
                       FUNCTION TRIM(VERSION-DISP) '.'
               ADD 1 TO DEFS-UNCHANGED-COUNT
           ELSE
               MOVE DEF-VERSION TO VERSION-DISP
               DISPLAY 'Definition ' FUNCTION TRIM(DEF-NAME)
                       ' stored as version '
                       FUNCTION TRIM(VERSION-DISP) '.'
               ADD 1 TO DEFS-STORED-COUNT
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
       2100-STORE-DEFINITION-END.
      ******************************************************************
       2150-INSERT-CARD.
           MOVE CARD-IDX TO DEF-CARD-SEQ.
           MOVE CARD-ENTRY(CARD-IDX) TO DEF-CARD-TEXT.

           EXEC SQL
               INSERT INTO report_definition_card
                   (report_name, version_no, card_seq, card_text)
               VALUES
                   (:DEF-NAME, :DEF-VERSION, :DEF-CARD-SEQ,
                    RTRIM(:DEF-CARD-TEXT))
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       2150-INSERT-CARD-END.
      ******************************************************************
      * Parse and check the cards in CARD-TABLE. Every column named
      * anywhere must be a plain column of the registered source -
      * the statement is assembled from these names, so nothing else
      * may reach it.
       2200-PARSE-DEFINITION.
           MOVE ZEROS TO DEF-ERROR-COUNT COL-COUNT FLT-COUNT SRT-COUNT
                         BRK-COUNT TOT-COUNT.
           MOVE SPACES TO DEF-NAME DEF-DEPARTMENT DEF-DESCRIPTION
                          SRC-NAME.
           MOVE 'PRINT' TO DEF-FORM.
           MOVE 'N' TO SRC-PERSON-LEVEL.

           PERFORM VARYING CARD-IDX FROM 1 BY 1
                   UNTIL CARD-IDX > CARD-COUNT
               PERFORM 2210-PARSE-ONE-CARD
                   THRU 2210-PARSE-ONE-CARD-END
           END-PERFORM.

           MOVE ZEROS TO CARD-IDX.

           IF DEF-NAME = SPACES
               MOVE 'No REPORT card naming the definition.'
                   TO ERROR-TEXT
               PERFORM 2290-CARD-ERROR
                   THRU 2290-CARD-ERROR-END
           END-IF.

           IF SRC-NAME = SPACES
               MOVE 'No SOURCE card.' TO ERROR-TEXT
               PERFORM 2290-CARD-ERROR
                   THRU 2290-CARD-ERROR-END
               GO TO 2200-PARSE-DEFINITION-END
           END-IF.

           PERFORM 2250-CHECK-SOURCE
               THRU 2250-CHECK-SOURCE-END.

           IF SRC-FOUND-COUNT = 0
               GO TO 2200-PARSE-DEFINITION-END
           END-IF.

           IF COL-COUNT = 0
               MOVE 'No COLUMN card.' TO ERROR-TEXT
               PERFORM 2290-CARD-ERROR
                   THRU 2290-CARD-ERROR-END
           END-IF.

           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > COL-COUNT
               MOVE COL-NAME(COL-IDX) TO CHK-COLUMN-NAME
               PERFORM 2260-CHECK-COLUMN
                   THRU 2260-CHECK-COLUMN-END
           END-PERFORM.

           PERFORM VARYING FLT-IDX FROM 1 BY 1
                   UNTIL FLT-IDX > FLT-COUNT
               MOVE FLT-COLUMN(FLT-IDX) TO CHK-COLUMN-NAME
               PERFORM 2260-CHECK-COLUMN
                   THRU 2260-CHECK-COLUMN-END
           END-PERFORM.

           PERFORM VARYING SRT-IDX FROM 1 BY 1
                   UNTIL SRT-IDX > SRT-COUNT
               MOVE SRT-COLUMN(SRT-IDX) TO CHK-COLUMN-NAME
               PERFORM 2260-CHECK-COLUMN
                   THRU 2260-CHECK-COLUMN-END
           END-PERFORM.

           PERFORM VARYING BRK-IDX FROM 1 BY 1
                   UNTIL BRK-IDX > BRK-COUNT
               MOVE BRK-COLUMN(BRK-IDX) TO CHK-COLUMN-NAME
               PERFORM 2260-CHECK-COLUMN
                   THRU 2260-CHECK-COLUMN-END
           END-PERFORM.

           PERFORM 2280-RESOLVE-TOTALS
               THRU 2280-RESOLVE-TOTALS-END.

           IF DEF-FORM = 'PRINT' AND LINE-WIDTH-TOTAL > 200
               MOVE 'Columns are wider than the 200-character line.'
                   TO ERROR-TEXT
               PERFORM 2290-CARD-ERROR
                   THRU 2290-CARD-ERROR-END
           END-IF.
       2200-PARSE-DEFINITION-END.
      ******************************************************************
       2210-PARSE-ONE-CARD.
           IF CARD-ENTRY(CARD-IDX) = SPACES
            OR CARD-ENTRY(CARD-IDX)(1:1) = '*'
               GO TO 2210-PARSE-ONE-CARD-END
           END-IF.

           MOVE FUNCTION TRIM(CARD-ENTRY(CARD-IDX) LEADING)
               TO CARD-WORK.
           MOVE SPACES TO CARD-KEYWORD CARD-TOKEN-1 CARD-TOKEN-2
                          CARD-REST.
           MOVE 1 TO CARD-PTR.
           UNSTRING CARD-WORK DELIMITED BY ALL SPACE
               INTO CARD-KEYWORD
               POINTER CARD-PTR
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(CARD-KEYWORD) TO CARD-KEYWORD.

           EVALUATE CARD-KEYWORD
               WHEN 'REPORT'
                   UNSTRING CARD-WORK DELIMITED BY ALL SPACE
                       INTO CARD-TOKEN-1 CARD-TOKEN-2
                       POINTER CARD-PTR
                   END-UNSTRING
                   IF CARD-PTR <= 80
                       MOVE CARD-WORK(CARD-PTR:) TO DEF-DESCRIPTION
                   END-IF
                   PERFORM 2215-CHECK-REPORT-NAME
                       THRU 2215-CHECK-REPORT-NAME-END
                   MOVE FUNCTION UPPER-CASE(CARD-TOKEN-2)
                       TO DEF-DEPARTMENT
               WHEN 'SOURCE'
                   UNSTRING CARD-WORK DELIMITED BY ALL SPACE
                       INTO CARD-TOKEN-1
                       POINTER CARD-PTR
                   END-UNSTRING
                   MOVE FUNCTION LOWER-CASE(CARD-TOKEN-1) TO SRC-NAME
               WHEN 'FORM'
                   UNSTRING CARD-WORK DELIMITED BY ALL SPACE
                       INTO CARD-TOKEN-1
                       POINTER CARD-PTR
                   END-UNSTRING
                   MOVE FUNCTION UPPER-CASE(CARD-TOKEN-1) TO DEF-FORM
                   IF DEF-FORM NOT = 'PRINT' AND DEF-FORM NOT = 'CSV'
                       MOVE 'FORM must be PRINT or CSV.' TO ERROR-TEXT
                       PERFORM 2290-CARD-ERROR
                           THRU 2290-CARD-ERROR-END
                   END-IF
               WHEN 'COLUMN'
                   PERFORM 2220-ADD-COLUMN
                       THRU 2220-ADD-COLUMN-END
               WHEN 'FILTER'
                   PERFORM 2230-ADD-FILTER
                       THRU 2230-ADD-FILTER-END
               WHEN 'SORT'
                   PERFORM 2240-ADD-SORT
                       THRU 2240-ADD-SORT-END
               WHEN 'BREAK'
                   PERFORM 2245-ADD-BREAK
                       THRU 2245-ADD-BREAK-END
               WHEN 'TOTAL'
                   PERFORM 2248-ADD-TOTAL
                       THRU 2248-ADD-TOTAL-END
               WHEN OTHER
                   MOVE 'Unknown card keyword.' TO ERROR-TEXT
                   PERFORM 2290-CARD-ERROR
                       THRU 2290-CARD-ERROR-END
           END-EVALUATE.
       2210-PARSE-ONE-CARD-END.
      ******************************************************************
      * The name becomes part of the output file name: letters,
      * digits, '-' and '_' only, at most 30 characters.
       2215-CHECK-REPORT-NAME.
           MOVE FUNCTION UPPER-CASE(CARD-TOKEN-1) TO IDENT-WORK.
           MOVE 'Y' TO IDENT-OK-SW.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(IDENT-WORK))
               TO IDENT-LEN.

           IF IDENT-WORK = SPACES OR IDENT-LEN > 30
               MOVE 'N' TO IDENT-OK-SW
           ELSE
               PERFORM VARYING IDENT-IDX FROM 1 BY 1
                       UNTIL IDENT-IDX > IDENT-LEN
                   IF IDENT-WORK(IDENT-IDX:1) IS NOT ALPHABETIC-UPPER
                    AND IDENT-WORK(IDENT-IDX:1) IS NOT NUMERIC
                    AND IDENT-WORK(IDENT-IDX:1) NOT = '-'
                    AND IDENT-WORK(IDENT-IDX:1) NOT = '_'
                       MOVE 'N' TO IDENT-OK-SW
                   END-IF
               END-PERFORM
           END-IF.

           IF IDENT-OK-SW = 'N'
               MOVE 'Report name: letters, digits, - and _ (max 30).'
                   TO ERROR-TEXT
               PERFORM 2290-CARD-ERROR
                   THRU 2290-CARD-ERROR-END
           ELSE
               MOVE IDENT-WORK TO DEF-NAME
           END-IF.
       2215-CHECK-REPORT-NAME-END.
      ******************************************************************
       2220-ADD-COLUMN.
           IF COL-COUNT >= 15
               MOVE 'More than 15 COLUMN cards.' TO ERROR-TEXT
               PERFORM 2290-CARD-ERROR
                   THRU 2290-CARD-ERROR-END
               GO TO 2220-ADD-COLUMN-END
           END-IF.

           UNSTRING CARD-WORK DELIMITED BY ALL SPACE
               INTO CARD-TOKEN-1 CARD-TOKEN-2
               POINTER CARD-PTR
           END-UNSTRING.
           IF CARD-PTR <= 80
               MOVE CARD-WORK(CARD-PTR:) TO CARD-REST
           END-IF.

           IF CARD-TOKEN-2 = SPACES
            OR FUNCTION TRIM(CARD-TOKEN-2) IS NOT NUMERIC
               MOVE 'COLUMN needs a numeric width (1-50).'
                   TO ERROR-TEXT
               PERFORM 2290-CARD-ERROR
                   THRU 2290-CARD-ERROR-END
               GO TO 2220-ADD-COLUMN-END
           END-IF.

           ADD 1 TO COL-COUNT.
           MOVE FUNCTION LOWER-CASE(CARD-TOKEN-1)
               TO COL-NAME(COL-COUNT).
           MOVE FUNCTION NUMVAL(CARD-TOKEN-2) TO COL-WIDTH(COL-COUNT).
           IF COL-WIDTH(COL-COUNT) < 1 OR COL-WIDTH(COL-COUNT) > 50
               MOVE 'COLUMN width must be 1 to 50.' TO ERROR-TEXT
               PERFORM 2290-CARD-ERROR
                   THRU 2290-CARD-ERROR-END
           END-IF.
           IF CARD-REST = SPACES
               MOVE COL-NAME(COL-COUNT) TO COL-HEADING(COL-COUNT)
           ELSE
               MOVE CARD-REST TO COL-HEADING(COL-COUNT)
           END-IF.
           MOVE 'N' TO COL-TOTAL-SW(COL-COUNT).
           COMPUTE LINE-WIDTH-TOTAL = LINE-WIDTH-TOTAL
                                    + COL-WIDTH(COL-COUNT) + 1.
       2220-ADD-COLUMN-END.
      ******************************************************************
       2230-ADD-FILTER.
           IF FLT-COUNT >= 10
               MOVE 'More than 10 FILTER cards.' TO ERROR-TEXT
               PERFORM 2290-CARD-ERROR
                   THRU 2290-CARD-ERROR-END
               GO TO 2230-ADD-FILTER-END
           END-IF.

           UNSTRING CARD-WORK DELIMITED BY ALL SPACE
               INTO CARD-TOKEN-1 CARD-TOKEN-2
               POINTER CARD-PTR
           END-UNSTRING.
           IF CARD-PTR <= 80
               MOVE CARD-WORK(CARD-PTR:) TO CARD-REST
           END-IF.

           ADD 1 TO FLT-COUNT.
           MOVE FUNCTION LOWER-CASE(CARD-TOKEN-1)
               TO FLT-COLUMN(FLT-COUNT).
           MOVE FUNCTION UPPER-CASE(CARD-TOKEN-2) TO FLT-OP(FLT-COUNT).
           MOVE CARD-REST TO FLT-VALUE(FLT-COUNT).

           EVALUATE FLT-OP(FLT-COUNT)
               WHEN '='
               WHEN '<>'
               WHEN '<'
               WHEN '>'
               WHEN '<='
               WHEN '>='
               WHEN 'LIKE'
               WHEN 'NOTLIKE'
                   IF CARD-REST = SPACES
                       MOVE 'FILTER needs a value.' TO ERROR-TEXT
                       PERFORM 2290-CARD-ERROR
                           THRU 2290-CARD-ERROR-END
                   END-IF
               WHEN 'ISNULL'
               WHEN 'NOTNULL'
                   CONTINUE
               WHEN OTHER
                   MOVE 'Unknown FILTER operator.' TO ERROR-TEXT
                   PERFORM 2290-CARD-ERROR
                       THRU 2290-CARD-ERROR-END
           END-EVALUATE.
       2230-ADD-FILTER-END.
      ******************************************************************
       2240-ADD-SORT.
           IF SRT-COUNT >= 5
               MOVE 'More than 5 SORT cards.' TO ERROR-TEXT
               PERFORM 2290-CARD-ERROR
                   THRU 2290-CARD-ERROR-END
               GO TO 2240-ADD-SORT-END
           END-IF.

           UNSTRING CARD-WORK DELIMITED BY ALL SPACE
               INTO CARD-TOKEN-1 CARD-TOKEN-2
               POINTER CARD-PTR
           END-UNSTRING.

           ADD 1 TO SRT-COUNT.
           MOVE FUNCTION LOWER-CASE(CARD-TOKEN-1)
               TO SRT-COLUMN(SRT-COUNT).
           MOVE FUNCTION UPPER-CASE(CARD-TOKEN-2)
               TO SRT-DIR(SRT-COUNT).
           IF SRT-DIR(SRT-COUNT) = SPACES
               MOVE 'ASC' TO SRT-DIR(SRT-COUNT)
           END-IF.
           IF SRT-DIR(SRT-COUNT) NOT = 'ASC'
            AND SRT-DIR(SRT-COUNT) NOT = 'DESC'
               MOVE 'SORT direction must be ASC or DESC.'
                   TO ERROR-TEXT
               PERFORM 2290-CARD-ERROR
                   THRU 2290-CARD-ERROR-END
           END-IF.
       2240-ADD-SORT-END.
      ******************************************************************
       2245-ADD-BREAK.
           IF BRK-COUNT >= 3
               MOVE 'More than 3 BREAK cards.' TO ERROR-TEXT
               PERFORM 2290-CARD-ERROR
                   THRU 2290-CARD-ERROR-END
               GO TO 2245-ADD-BREAK-END
           END-IF.

           UNSTRING CARD-WORK DELIMITED BY ALL SPACE
               INTO CARD-TOKEN-1
               POINTER CARD-PTR
           END-UNSTRING.

           ADD 1 TO BRK-COUNT.
           MOVE FUNCTION LOWER-CASE(CARD-TOKEN-1)
               TO BRK-COLUMN(BRK-COUNT).
       2245-ADD-BREAK-END.
      ******************************************************************
       2248-ADD-TOTAL.
           IF TOT-COUNT >= 15
               MOVE 'More than 15 TOTAL cards.' TO ERROR-TEXT
               PERFORM 2290-CARD-ERROR
                   THRU 2290-CARD-ERROR-END
               GO TO 2248-ADD-TOTAL-END
           END-IF.

           UNSTRING CARD-WORK DELIMITED BY ALL SPACE
               INTO CARD-TOKEN-1
               POINTER CARD-PTR
           END-UNSTRING.

           ADD 1 TO TOT-COUNT.
           MOVE FUNCTION LOWER-CASE(CARD-TOKEN-1)
               TO TOT-COLUMN(TOT-COUNT).
           MOVE CARD-IDX TO TOT-CARD-NO(TOT-COUNT).
       2248-ADD-TOTAL-END.
      ******************************************************************
       2250-CHECK-SOURCE.
           MOVE SRC-NAME TO IDENT-WORK.
           PERFORM 2270-CHECK-IDENTIFIER
               THRU 2270-CHECK-IDENTIFIER-END.

           MOVE ZERO TO SRC-FOUND-COUNT.
           IF IDENT-OK-SW = 'Y'
               EXEC SQL
                   SELECT COUNT(*),
                          MAX(person_level),
                          COALESCE(MAX(id_column), ' '),
                          COALESCE(MAX(status_column), ' '),
                          COALESCE(MAX(count_column), ' ')
                   INTO :SRC-FOUND-COUNT, :SRC-PERSON-LEVEL,
                        :SRC-ID-COLUMN, :SRC-STATUS-COLUMN,
                        :SRC-COUNT-COLUMN
                   FROM report_source
                   WHERE source_name = TRIM(:SRC-NAME)
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           IF SRC-FOUND-COUNT = 0
               MOVE 'SOURCE is not registered in report_source.'
                   TO ERROR-TEXT
               PERFORM 2290-CARD-ERROR
                   THRU 2290-CARD-ERROR-END
               GO TO 2250-CHECK-SOURCE-END
           END-IF.

           IF SRC-PERSON-LEVEL = 'Y' AND SRC-ID-COLUMN = SPACES
               MOVE 'Person-level source has no id column registered.'
                   TO ERROR-TEXT
               PERFORM 2290-CARD-ERROR
                   THRU 2290-CARD-ERROR-END
           END-IF.
           IF SRC-PERSON-LEVEL NOT = 'Y' AND SRC-COUNT-COLUMN = SPACES
               MOVE 'Aggregate source has no count column registered.'
                   TO ERROR-TEXT
               PERFORM 2290-CARD-ERROR
                   THRU 2290-CARD-ERROR-END
           END-IF.
       2250-CHECK-SOURCE-END.
      ******************************************************************
       2260-CHECK-COLUMN.
           MOVE CHK-COLUMN-NAME TO IDENT-WORK.
           PERFORM 2270-CHECK-IDENTIFIER
               THRU 2270-CHECK-IDENTIFIER-END.

           MOVE SPACES TO CHK-DATA-TYPE.
           IF IDENT-OK-SW = 'Y'
               EXEC SQL
                   SELECT COALESCE(MAX(data_type), ' ')
                   INTO :CHK-DATA-TYPE
                   FROM information_schema.columns
                   WHERE table_schema = CURRENT_SCHEMA()
                     AND table_name = TRIM(:SRC-NAME)
                     AND column_name = TRIM(:CHK-COLUMN-NAME)
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           IF CHK-DATA-TYPE = SPACES
               MOVE SPACES TO ERROR-TEXT
               STRING 'No column ' DELIMITED BY SIZE
                      FUNCTION TRIM(CHK-COLUMN-NAME) DELIMITED BY SIZE
                      ' in the source.' DELIMITED BY SIZE
                      INTO ERROR-TEXT
               MOVE ZEROS TO CARD-IDX
               PERFORM 2290-CARD-ERROR
                   THRU 2290-CARD-ERROR-END
           END-IF.
       2260-CHECK-COLUMN-END.
      ******************************************************************
      * Names go into the statement quoted, so only lower-case
      * letters, digits and '_' are accepted.
       2270-CHECK-IDENTIFIER.
           MOVE 'Y' TO IDENT-OK-SW.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(IDENT-WORK))
               TO IDENT-LEN.

           IF IDENT-WORK = SPACES
               MOVE 'N' TO IDENT-OK-SW
               GO TO 2270-CHECK-IDENTIFIER-END
           END-IF.

           PERFORM VARYING IDENT-IDX FROM 1 BY 1
                   UNTIL IDENT-IDX > IDENT-LEN
               IF IDENT-WORK(IDENT-IDX:1) IS NOT ALPHABETIC-LOWER
                AND IDENT-WORK(IDENT-IDX:1) IS NOT NUMERIC
                AND IDENT-WORK(IDENT-IDX:1) NOT = '_'
                   MOVE 'N' TO IDENT-OK-SW
               END-IF
           END-PERFORM.
       2270-CHECK-IDENTIFIER-END.
      ******************************************************************
      * A TOTAL must name a listed COLUMN holding a number.
       2280-RESOLVE-TOTALS.
           PERFORM VARYING TOT-IDX FROM 1 BY 1
                   UNTIL TOT-IDX > TOT-COUNT
               MOVE 'N' TO TOT-FOUND-SW
               MOVE TOT-CARD-NO(TOT-IDX) TO CARD-IDX
               PERFORM VARYING COL-IDX FROM 1 BY 1
                       UNTIL COL-IDX > COL-COUNT
                   IF COL-NAME(COL-IDX) = TOT-COLUMN(TOT-IDX)
                       MOVE 'Y' TO TOT-FOUND-SW
                       MOVE COL-NAME(COL-IDX) TO CHK-COLUMN-NAME
                       PERFORM 2285-CHECK-NUMERIC-COLUMN
                           THRU 2285-CHECK-NUMERIC-COLUMN-END
                   END-IF
               END-PERFORM
               IF TOT-FOUND-SW = 'N'
                   MOVE 'TOTAL names a column that is not listed.'
                       TO ERROR-TEXT
                   PERFORM 2290-CARD-ERROR
                       THRU 2290-CARD-ERROR-END
               END-IF
           END-PERFORM.
       2280-RESOLVE-TOTALS-END.
      ******************************************************************
       2285-CHECK-NUMERIC-COLUMN.
           MOVE SPACES TO CHK-DATA-TYPE.
           EXEC SQL
               SELECT COALESCE(MAX(data_type), ' ')
               INTO :CHK-DATA-TYPE
               FROM information_schema.columns
               WHERE table_schema = CURRENT_SCHEMA()
                 AND table_name = TRIM(:SRC-NAME)
                 AND column_name = TRIM(:CHK-COLUMN-NAME)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EVALUATE CHK-DATA-TYPE
               WHEN 'smallint'
               WHEN 'integer'
               WHEN 'bigint'
               WHEN 'numeric'
               WHEN 'real'
               WHEN 'double precision'
                   MOVE 'Y' TO COL-TOTAL-SW(COL-IDX)
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE 'TOTAL column is not numeric.' TO ERROR-TEXT
                   PERFORM 2290-CARD-ERROR
                       THRU 2290-CARD-ERROR-END
           END-EVALUATE.
       2285-CHECK-NUMERIC-COLUMN-END.
      ******************************************************************
       2290-CARD-ERROR.
           ADD 1 TO DEF-ERROR-COUNT.
           IF CARD-IDX > 0
               MOVE CARD-IDX TO CARD-NO-DISP
               DISPLAY 'Card ' CARD-NO-DISP ': '
                       FUNCTION TRIM(ERROR-TEXT)
               DISPLAY '    ' CARD-ENTRY(CARD-IDX)
           ELSE
               DISPLAY 'Definition: ' FUNCTION TRIM(ERROR-TEXT)
           END-IF.
       2290-CARD-ERROR-END.
      ******************************************************************
      * RUN: the stored cards are checked again (the source may have
      * changed since the load), the statement is assembled, and
      * every fetched row passes the protection rules before it is
      * written.
       3001-RUN-REPORT.
           PERFORM 3050-LOAD-STORED-CARDS
               THRU 3050-LOAD-STORED-CARDS-END.

           IF CARD-COUNT = 0
               DISPLAY 'No stored definition ' FUNCTION TRIM(DEF-NAME)
                       ' - load it with AdHocRpt LOAD.'
               MOVE 8 TO JRL-RETURN-CODE
               GO TO 3001-RUN-REPORT-END
           END-IF.

           PERFORM 2200-PARSE-DEFINITION
               THRU 2200-PARSE-DEFINITION-END.

           IF DEF-ERROR-COUNT > 0
               DISPLAY '*** Definition ' FUNCTION TRIM(DEF-NAME)
                       ' no longer checks - not run. ***'
               MOVE 8 TO JRL-RETURN-CODE
               GO TO 3001-RUN-REPORT-END
           END-IF.

           MOVE DEF-VERSION TO VERSION-DISP.
           DISPLAY 'Running ' FUNCTION TRIM(DEF-NAME) ' version '
                   FUNCTION TRIM(VERSION-DISP) ' on '
                   FUNCTION TRIM(SRC-NAME) '.'.

           IF SRC-PERSON-LEVEL = 'Y'
               PERFORM 3010-CHECK-UNIT-ENTITLEMENT
                   THRU 3010-CHECK-UNIT-ENTITLEMENT-END
               IF UNT-ENTITLED-COUNT = 0
                   MOVE 8 TO JRL-RETURN-CODE
                   GO TO 3001-RUN-REPORT-END
               END-IF
               PERFORM 1095-LOAD-DNP-LIST
                   THRU 1095-LOAD-DNP-LIST-END
           ELSE
               PERFORM 1082-LOAD-SUPPRESS-POLICY
                   THRU 1082-LOAD-SUPPRESS-POLICY-END
           END-IF.

           PERFORM 3100-BUILD-STATEMENT
               THRU 3100-BUILD-STATEMENT-END.

           PERFORM 3200-OPEN-OUTPUT
               THRU 3200-OPEN-OUTPUT-END.

           INITIALIZE GRP-TABLE.

           EXEC SQL PREPARE ADHOC_STMT FROM :ADHOC-SQL-TEXT END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL DECLARE ADHOC_CUR CURSOR FOR ADHOC_STMT END-EXEC.

           EXEC SQL OPEN ADHOC_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               MOVE SPACES TO FETCH-ROW
               EXEC SQL
                   FETCH ADHOC_CUR INTO :FETCH-ROW
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 3300-PROCESS-ROW
                           THRU 3300-PROCESS-ROW-END
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE ADHOC_CUR END-EXEC.

           PERFORM VARYING CLOSE-LEVEL FROM BRK-COUNT BY -1
                   UNTIL CLOSE-LEVEL < 0
               IF ROWS-WRITTEN-COUNT > 0 OR CLOSE-LEVEL = 0
                   PERFORM 3700-CLOSE-GROUP
                       THRU 3700-CLOSE-GROUP-END
               END-IF
           END-PERFORM.

           IF SRC-PERSON-LEVEL = 'Y'
               PERFORM 3500-COUNT-CONSENT-SUPPRESSED
                   THRU 3500-COUNT-CONSENT-SUPPRESSED-END
               PERFORM 8930-RECORD-SCREENING-RESULT
                   THRU 8930-RECORD-SCREENING-RESULT-END
           END-IF.

           IF UNT-CROSS-COUNT > 0
               PERFORM 3550-LOG-CROSS-UNIT
                   THRU 3550-LOG-CROSS-UNIT-END
           END-IF.

           CLOSE ADHOC-OUT-FILE.

           DISPLAY 'Rows written: ' ROWS-WRITTEN-COUNT
                   '  cells suppressed: ' CELLS-SUPPRESSED-COUNT.

           MOVE ROWS-FETCHED-COUNT TO JRL-ROWS-READ.
           MOVE ROWS-WRITTEN-COUNT TO JRL-ROWS-UPDATED.
           COMPUTE JRL-ROWS-REJECTED = ROWS-FETCHED-COUNT
                                     - ROWS-WRITTEN-COUNT.

           PERFORM 3600-RECORD-RUN
               THRU 3600-RECORD-RUN-END.

           MOVE 'AdHocRpt' TO CAT-PROGRAM-NAME.
           MOVE ADHOC-OUT-FILENAME TO CAT-FILE-NAME.
           MOVE OUT-LINES-WRITTEN TO CAT-LINE-COUNT.
           MOVE PAGE-NUMBER TO CAT-PAGE-COUNT.
           PERFORM 8910-REGISTER-REPORT
               THRU 8910-REGISTER-REPORT-END.
       3001-RUN-REPORT-END.
      ******************************************************************
      * A person-level report lists only individuals of the business
      * units the caller is entitled to. A caller without any
      * entitlement gets no report at all, and the refusal is logged.
      * Aggregate sources carry no individuals and are not checked.
       3010-CHECK-UNIT-ENTITLEMENT.
           MOVE 'AdHocRpt' TO UNT-PROGRAM-NAME.
           MOVE ZERO TO UNT-CROSS-COUNT.
           COPY "UnitChk.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE UNT-CALLER-ID TO QUOTE-IN.
           PERFORM 3170-QUOTE-LITERAL
               THRU 3170-QUOTE-LITERAL-END.
           MOVE QUOTE-OUT TO CALLER-LITERAL.

           IF UNT-ENTITLED-COUNT > 0
               GO TO 3010-CHECK-UNIT-ENTITLEMENT-END
           END-IF.

           DISPLAY '*** ' FUNCTION TRIM(UNT-CALLER-ID)
                   ' is not entitled to any business unit -'
                   ' report refused. ***'.

           MOVE 'DENIED REPORT - no business-unit entitlement'
               TO UNT-ACTION-DESC.
           MOVE DEF-NAME TO UNT-KEY-VALUE.
           MOVE 'D' TO UNT-OUTCOME.
           COPY "UnitLog.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3010-CHECK-UNIT-ENTITLEMENT-END.
      ******************************************************************
       3050-LOAD-STORED-CARDS.
           MOVE ZEROS TO CARD-COUNT.

           IF DEF-VERSION = 0
               EXEC SQL
                   SELECT COALESCE(MAX(version_no), 0)
                   INTO :DEF-VERSION
                   FROM report_definition
                   WHERE report_name = :DEF-NAME
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           EXEC SQL DECLARE CARD_CUR CURSOR FOR
               SELECT card_text
               FROM report_definition_card
               WHERE report_name = :DEF-NAME
                 AND version_no = :DEF-VERSION
               ORDER BY card_seq
           END-EXEC.

           EXEC SQL OPEN CARD_CUR END-EXEC.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               MOVE SPACES TO DEF-CARD-TEXT
               EXEC SQL
                   FETCH CARD_CUR INTO :DEF-CARD-TEXT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       IF CARD-COUNT < 60
                           ADD 1 TO CARD-COUNT
                           MOVE DEF-CARD-TEXT TO CARD-ENTRY(CARD-COUNT)
                       END-IF
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CARD_CUR END-EXEC.
       3050-LOAD-STORED-CARDS-END.
      ******************************************************************
      * One text value per row: the protection fields first (the
      * databank id and name for a person-level source, the count for
      * an aggregate one), then the break columns, then the listed
      * columns, joined on the unit separator. TOTAL columns come out
      * with a decimal comma so they sum as house numbers.
       3100-BUILD-STATEMENT.
           MOVE SPACES TO ADHOC-SQL-TEXT.
           MOVE 1 TO SQL-PTR.
           MOVE 'SELECT CONCAT_WS(CHR(31)' TO SQL-PIECE.
           PERFORM 3190-APPEND-PIECE
               THRU 3190-APPEND-PIECE-END.

           IF SRC-PERSON-LEVEL = 'Y'
               MOVE SPACES TO SQL-PIECE
               STRING ', CAST(t."' DELIMITED BY SIZE
                      FUNCTION TRIM(SRC-ID-COLUMN) DELIMITED BY SIZE
                      '" AS TEXT), COALESCE(nm.last_name, '''')'
                          DELIMITED BY SIZE
                      ', COALESCE(nm.first_name, '''')'
                          DELIMITED BY SIZE
                      INTO SQL-PIECE
               PERFORM 3190-APPEND-PIECE
                   THRU 3190-APPEND-PIECE-END
               MOVE SPACES TO SQL-PIECE
               STRING ', unit_access(' DELIMITED BY SIZE
                      FUNCTION TRIM(CALLER-LITERAL) DELIMITED BY SIZE
                      ', CAST(t."' DELIMITED BY SIZE
                      FUNCTION TRIM(SRC-ID-COLUMN) DELIMITED BY SIZE
                      '" AS VARCHAR))' DELIMITED BY SIZE
                      INTO SQL-PIECE
               PERFORM 3190-APPEND-PIECE
                   THRU 3190-APPEND-PIECE-END
               MOVE 4 TO HIDDEN-FIELD-COUNT
           ELSE
               MOVE SPACES TO SQL-PIECE
               STRING ', COALESCE(CAST(t."' DELIMITED BY SIZE
                      FUNCTION TRIM(SRC-COUNT-COLUMN) DELIMITED BY SIZE
                      '" AS TEXT), ''0'')' DELIMITED BY SIZE
                      INTO SQL-PIECE
               PERFORM 3190-APPEND-PIECE
                   THRU 3190-APPEND-PIECE-END
               MOVE 1 TO HIDDEN-FIELD-COUNT
           END-IF.
           MOVE HIDDEN-FIELD-COUNT TO FLD-COUNT.

           PERFORM VARYING BRK-IDX FROM 1 BY 1
                   UNTIL BRK-IDX > BRK-COUNT
               ADD 1 TO FLD-COUNT
               MOVE FLD-COUNT TO BRK-FIELD-NO(BRK-IDX)
               MOVE SPACES TO SQL-PIECE
               STRING ', COALESCE(CAST(t."' DELIMITED BY SIZE
                      FUNCTION TRIM(BRK-COLUMN(BRK-IDX))
                          DELIMITED BY SIZE
                      '" AS TEXT), '''')' DELIMITED BY SIZE
                      INTO SQL-PIECE
               PERFORM 3190-APPEND-PIECE
                   THRU 3190-APPEND-PIECE-END
           END-PERFORM.

           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > COL-COUNT
               ADD 1 TO FLD-COUNT
               MOVE FLD-COUNT TO COL-FIELD-NO(COL-IDX)
               MOVE SPACES TO SQL-PIECE
               IF COL-TOTAL-SW(COL-IDX) = 'Y'
                   STRING ', COALESCE(REPLACE(CAST(t."'
                              DELIMITED BY SIZE
                          FUNCTION TRIM(COL-NAME(COL-IDX))
                              DELIMITED BY SIZE
                          '" AS TEXT), ''.'', '',''), '''')'
                              DELIMITED BY SIZE
                          INTO SQL-PIECE
               ELSE
                   STRING ', COALESCE(CAST(t."' DELIMITED BY SIZE
                          FUNCTION TRIM(COL-NAME(COL-IDX))
                              DELIMITED BY SIZE
                          '" AS TEXT), '''')' DELIMITED BY SIZE
                          INTO SQL-PIECE
               END-IF
               PERFORM 3190-APPEND-PIECE
                   THRU 3190-APPEND-PIECE-END
           END-PERFORM.

           MOVE SPACES TO SQL-PIECE.
           STRING ') FROM "' DELIMITED BY SIZE
                  FUNCTION TRIM(SRC-NAME) DELIMITED BY SIZE
                  '" t' DELIMITED BY SIZE
                  INTO SQL-PIECE.
           PERFORM 3190-APPEND-PIECE
               THRU 3190-APPEND-PIECE-END.

           IF SRC-PERSON-LEVEL = 'Y'
               MOVE SPACES TO SQL-PIECE
               STRING 'LEFT JOIN databank nm ON nm.id = t."'
                          DELIMITED BY SIZE
                      FUNCTION TRIM(SRC-ID-COLUMN) DELIMITED BY SIZE
                      '"' DELIMITED BY SIZE
                      INTO SQL-PIECE
               PERFORM 3190-APPEND-PIECE
                   THRU 3190-APPEND-PIECE-END
           END-IF.

           MOVE 'N' TO CONSENT-TEST-SW.
           PERFORM 3150-APPEND-CONDITIONS
               THRU 3150-APPEND-CONDITIONS-END.

           MOVE 'ORDER BY' TO ORDER-LEAD.
           PERFORM VARYING BRK-IDX FROM 1 BY 1
                   UNTIL BRK-IDX > BRK-COUNT
               MOVE SPACES TO SQL-PIECE
               STRING FUNCTION TRIM(ORDER-LEAD) DELIMITED BY SIZE
                      ' t."' DELIMITED BY SIZE
                      FUNCTION TRIM(BRK-COLUMN(BRK-IDX))
                          DELIMITED BY SIZE
                      '"' DELIMITED BY SIZE
                      INTO SQL-PIECE
               PERFORM 3190-APPEND-PIECE
                   THRU 3190-APPEND-PIECE-END
               MOVE ',' TO ORDER-LEAD
           END-PERFORM.

           PERFORM VARYING SRT-IDX FROM 1 BY 1
                   UNTIL SRT-IDX > SRT-COUNT
               MOVE SPACES TO SQL-PIECE
               STRING FUNCTION TRIM(ORDER-LEAD) DELIMITED BY SIZE
                      ' t."' DELIMITED BY SIZE
                      FUNCTION TRIM(SRT-COLUMN(SRT-IDX))
                          DELIMITED BY SIZE
                      '" ' DELIMITED BY SIZE
                      SRT-DIR(SRT-IDX) DELIMITED BY SPACE
                      INTO SQL-PIECE
               PERFORM 3190-APPEND-PIECE
                   THRU 3190-APPEND-PIECE-END
               MOVE ',' TO ORDER-LEAD
           END-PERFORM.
       3100-BUILD-STATEMENT-END.
      ******************************************************************
      * The WHERE clause shared by the listing and the consent count:
      * inactive individuals out unless INCLINACT, the card filters,
      * and for a person-level source the business units the caller
      * may not read and the withdrawn EXTRACT consent - left out of
      * the listing (CONSENT-TEST-SW 'N') or counted on its own ('Y').
       3150-APPEND-CONDITIONS.
           MOVE 'WHERE 1 = 1' TO SQL-PIECE.
           PERFORM 3190-APPEND-PIECE
               THRU 3190-APPEND-PIECE-END.

           IF SRC-STATUS-COLUMN NOT = SPACES
            AND INCL-INACTIVE-SWITCH NOT = 'Y'
               MOVE SPACES TO SQL-PIECE
               STRING 'AND COALESCE(t."' DELIMITED BY SIZE
                      FUNCTION TRIM(SRC-STATUS-COLUMN)
                          DELIMITED BY SIZE
                      '", ''A'') = ''A''' DELIMITED BY SIZE
                      INTO SQL-PIECE
               PERFORM 3190-APPEND-PIECE
                   THRU 3190-APPEND-PIECE-END
           END-IF.

           PERFORM VARYING FLT-IDX FROM 1 BY 1
                   UNTIL FLT-IDX > FLT-COUNT
               PERFORM 3160-APPEND-ONE-FILTER
                   THRU 3160-APPEND-ONE-FILTER-END
           END-PERFORM.

           IF SRC-PERSON-LEVEL = 'Y'
               MOVE SPACES TO SQL-PIECE
               STRING 'AND unit_access(' DELIMITED BY SIZE
                      FUNCTION TRIM(CALLER-LITERAL) DELIMITED BY SIZE
                      ', CAST(t."' DELIMITED BY SIZE
                      FUNCTION TRIM(SRC-ID-COLUMN) DELIMITED BY SIZE
                      '" AS VARCHAR)) <> ''N''' DELIMITED BY SIZE
                      INTO SQL-PIECE
               PERFORM 3190-APPEND-PIECE
                   THRU 3190-APPEND-PIECE-END
               MOVE SPACES TO SQL-PIECE
               IF CONSENT-TEST-SW = 'Y'
                   MOVE 'AND EXISTS' TO SQL-PIECE
               ELSE
                   MOVE 'AND NOT EXISTS' TO SQL-PIECE
               END-IF
               PERFORM 3190-APPEND-PIECE
                   THRU 3190-APPEND-PIECE-END
               MOVE SPACES TO SQL-PIECE
               STRING '(SELECT 1 FROM consent_preference cp '
                          DELIMITED BY SIZE
                      'WHERE cp.databank_id = t."' DELIMITED BY SIZE
                      FUNCTION TRIM(SRC-ID-COLUMN) DELIMITED BY SIZE
                      '" AND cp.channel = ''EXTRACT'' '
                          DELIMITED BY SIZE
                      'AND cp.allowed = ''N'')' DELIMITED BY SIZE
                      INTO SQL-PIECE
               PERFORM 3190-APPEND-PIECE
                   THRU 3190-APPEND-PIECE-END
           END-IF.
       3150-APPEND-CONDITIONS-END.
      ******************************************************************
      * The value is always passed as a quoted literal (quotes
      * doubled), or as one of the run-date words, never as text of
      * the statement.
       3160-APPEND-ONE-FILTER.
           MOVE SPACES TO SQL-PIECE.

           EVALUATE FLT-OP(FLT-IDX)
               WHEN 'ISNULL'
                   STRING 'AND t."' DELIMITED BY SIZE
                          FUNCTION TRIM(FLT-COLUMN(FLT-IDX))
                              DELIMITED BY SIZE
                          '" IS NULL' DELIMITED BY SIZE
                          INTO SQL-PIECE
                   GO TO 3160-APPEND-ONE-FILTER-APPEND
               WHEN 'NOTNULL'
                   STRING 'AND t."' DELIMITED BY SIZE
                          FUNCTION TRIM(FLT-COLUMN(FLT-IDX))
                              DELIMITED BY SIZE
                          '" IS NOT NULL' DELIMITED BY SIZE
                          INTO SQL-PIECE
                   GO TO 3160-APPEND-ONE-FILTER-APPEND
           END-EVALUATE.

           EVALUATE FUNCTION UPPER-CASE(FLT-VALUE(FLT-IDX))
               WHEN '&RUNDATE'
                   MOVE 'CURRENT_DATE' TO QUOTE-OUT
               WHEN '&MONTHSTART'
                   MOVE 'DATE_TRUNC(''month'', CURRENT_DATE)'
                       TO QUOTE-OUT
               WHEN '&PREVMONTH'
                   MOVE SPACES TO QUOTE-OUT
                   STRING 'DATE_TRUNC(''month'', CURRENT_DATE)'
                              DELIMITED BY SIZE
                          ' - INTERVAL ''1 month''' DELIMITED BY SIZE
                          INTO QUOTE-OUT
               WHEN OTHER
                   MOVE FLT-VALUE(FLT-IDX) TO QUOTE-IN
                   PERFORM 3170-QUOTE-LITERAL
                       THRU 3170-QUOTE-LITERAL-END
           END-EVALUATE.

           EVALUATE FLT-OP(FLT-IDX)
               WHEN 'LIKE'
                   STRING 'AND CAST(t."' DELIMITED BY SIZE
                          FUNCTION TRIM(FLT-COLUMN(FLT-IDX))
                              DELIMITED BY SIZE
                          '" AS TEXT) LIKE ' DELIMITED BY SIZE
                          FUNCTION TRIM(QUOTE-OUT) DELIMITED BY SIZE
                          INTO SQL-PIECE
               WHEN 'NOTLIKE'
                   STRING 'AND CAST(t."' DELIMITED BY SIZE
                          FUNCTION TRIM(FLT-COLUMN(FLT-IDX))
                              DELIMITED BY SIZE
                          '" AS TEXT) NOT LIKE ' DELIMITED BY SIZE
                          FUNCTION TRIM(QUOTE-OUT) DELIMITED BY SIZE
                          INTO SQL-PIECE
               WHEN OTHER
                   STRING 'AND t."' DELIMITED BY SIZE
                          FUNCTION TRIM(FLT-COLUMN(FLT-IDX))
                              DELIMITED BY SIZE
                          '" ' DELIMITED BY SIZE
                          FLT-OP(FLT-IDX) DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          FUNCTION TRIM(QUOTE-OUT) DELIMITED BY SIZE
                          INTO SQL-PIECE
           END-EVALUATE.

       3160-APPEND-ONE-FILTER-APPEND.
           PERFORM 3190-APPEND-PIECE
               THRU 3190-APPEND-PIECE-END.
       3160-APPEND-ONE-FILTER-END.
      ******************************************************************
       3170-QUOTE-LITERAL.
           MOVE SPACES TO QUOTE-OUT.
           MOVE 1 TO QUOTE-OUT-PTR.
           MOVE FUNCTION TRIM(QUOTE-IN) TO QUOTE-IN.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(QUOTE-IN)) TO IDENT-LEN.

           STRING '''' DELIMITED BY SIZE
                  INTO QUOTE-OUT WITH POINTER QUOTE-OUT-PTR.
           PERFORM VARYING QUOTE-IDX FROM 1 BY 1
                   UNTIL QUOTE-IDX > IDENT-LEN
               IF QUOTE-IN(QUOTE-IDX:1) = ''''
                   STRING '''''' DELIMITED BY SIZE
                          INTO QUOTE-OUT WITH POINTER QUOTE-OUT-PTR
               ELSE
                   STRING QUOTE-IN(QUOTE-IDX:1) DELIMITED BY SIZE
                          INTO QUOTE-OUT WITH POINTER QUOTE-OUT-PTR
               END-IF
           END-PERFORM.
           STRING '''' DELIMITED BY SIZE
                  INTO QUOTE-OUT WITH POINTER QUOTE-OUT-PTR.
       3170-QUOTE-LITERAL-END.
      ******************************************************************
       3190-APPEND-PIECE.
           STRING ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-PIECE) DELIMITED BY SIZE
                  INTO ADHOC-SQL-TEXT WITH POINTER SQL-PTR
               ON OVERFLOW
                   DISPLAY '*** Report statement longer than '
                           '4000 characters. ***'
                   MOVE 8 TO JRL-RETURN-CODE
                   PERFORM 8900-WRITE-JOB-RUN-LOG
                       THRU 8900-WRITE-JOB-RUN-LOG-END
                   EXEC SQL DISCONNECT ALL END-EXEC
                   MOVE 8 TO LS-RETURN-CODE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-STRING.
       3190-APPEND-PIECE-END.
      ******************************************************************
       3200-OPEN-OUTPUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE TO RUN-DATE-DISP.
           MOVE SPACES TO ADHOC-OUT-FILENAME.
           STRING 'ADHOC_' DELIMITED BY SIZE
                  FUNCTION TRIM(DEF-NAME) DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  INTO ADHOC-OUT-FILENAME.
           IF DEF-FORM = 'CSV'
               STRING FUNCTION TRIM(ADHOC-OUT-FILENAME)
                          DELIMITED BY SIZE
                      '.CSV' DELIMITED BY SIZE
                      INTO ADHOC-OUT-FILENAME
           ELSE
               STRING FUNCTION TRIM(ADHOC-OUT-FILENAME)
                          DELIMITED BY SIZE
                      '.TXT' DELIMITED BY SIZE
                      INTO ADHOC-OUT-FILENAME
           END-IF.

           OPEN OUTPUT ADHOC-OUT-FILE.

           IF DEF-FORM = 'CSV'
               MOVE SPACES TO OUT-LINE
               MOVE 1 TO LINE-PTR
               MOVE 'row_type' TO CSV-IN
               PERFORM 3480-APPEND-CSV-FIELD
                   THRU 3480-APPEND-CSV-FIELD-END
               PERFORM VARYING COL-IDX FROM 1 BY 1
                       UNTIL COL-IDX > COL-COUNT
                   MOVE COL-HEADING(COL-IDX) TO CSV-IN
                   PERFORM 3480-APPEND-CSV-FIELD
                       THRU 3480-APPEND-CSV-FIELD-END
               END-PERFORM
               MOVE 'group_count' TO CSV-IN
               PERFORM 3480-APPEND-CSV-FIELD
                   THRU 3480-APPEND-CSV-FIELD-END
               PERFORM 3260-WRITE-OUT-LINE
                   THRU 3260-WRITE-OUT-LINE-END
           ELSE
               PERFORM 3250-PRINT-PAGE-HEADER
                   THRU 3250-PRINT-PAGE-HEADER-END
           END-IF.
       3200-OPEN-OUTPUT-END.
      ******************************************************************
       3250-PRINT-PAGE-HEADER.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO PAGE-NUMBER-DISP.
           MOVE DEF-VERSION TO VERSION-DISP.

           MOVE SPACES TO OUT-LINE.
           STRING FUNCTION TRIM(DEF-NAME) DELIMITED BY SIZE
                  ' v' DELIMITED BY SIZE
                  FUNCTION TRIM(VERSION-DISP) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  FUNCTION TRIM(DEF-DESCRIPTION) DELIMITED BY SIZE
                  '   Run Date: ' DELIMITED BY SIZE
                  RUN-DATE-DISP DELIMITED BY SIZE
                  '   Page: ' DELIMITED BY SIZE
                  PAGE-NUMBER-DISP DELIMITED BY SIZE
                  INTO OUT-LINE.
           PERFORM 3260-WRITE-OUT-LINE
               THRU 3260-WRITE-OUT-LINE-END.

           MOVE SPACES TO OUT-LINE.
           MOVE 1 TO LINE-PTR.
           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > COL-COUNT
               MOVE COL-HEADING(COL-IDX)
                   TO OUT-LINE(LINE-PTR:COL-WIDTH(COL-IDX))
               COMPUTE LINE-PTR = LINE-PTR + COL-WIDTH(COL-IDX) + 1
           END-PERFORM.
           PERFORM 3260-WRITE-OUT-LINE
               THRU 3260-WRITE-OUT-LINE-END.

           MOVE DASH-LINE TO OUT-LINE.
           PERFORM 3260-WRITE-OUT-LINE
               THRU 3260-WRITE-OUT-LINE-END.

           MOVE 3 TO LINE-COUNT.
       3250-PRINT-PAGE-HEADER-END.
      ******************************************************************
       3260-WRITE-OUT-LINE.
           WRITE ADHOC-OUT-RECORD FROM OUT-LINE.
           ADD 1 TO OUT-LINES-WRITTEN.
           ADD 1 TO LINE-COUNT.

           IF DEF-FORM = 'PRINT' AND LINE-COUNT >= LINES-PER-PAGE
               PERFORM 3250-PRINT-PAGE-HEADER
                   THRU 3250-PRINT-PAGE-HEADER-END
           END-IF.
       3260-WRITE-OUT-LINE-END.
      ******************************************************************
       3300-PROCESS-ROW.
           ADD 1 TO ROWS-FETCHED-COUNT.

           MOVE 1 TO FLD-PTR.
           PERFORM VARYING FLD-IDX FROM 1 BY 1
                   UNTIL FLD-IDX > FLD-COUNT
               MOVE SPACES TO FLD-VALUE(FLD-IDX)
               UNSTRING FETCH-ROW DELIMITED BY UNIT-SEPARATOR
                   INTO FLD-VALUE(FLD-IDX)
                   POINTER FLD-PTR
               END-UNSTRING
           END-PERFORM.

           IF SRC-PERSON-LEVEL = 'Y' AND DNP-COUNT > 0
               MOVE FLD-VALUE(2) TO SCREEN-LAST-FIELD
               MOVE FLD-VALUE(3) TO SCREEN-FIRST-FIELD
               PERFORM 3180-SCREEN-ROW
                   THRU 3180-SCREEN-ROW-END
               IF SCREEN-MATCH-QUALITY NOT = SPACES
                   GO TO 3300-PROCESS-ROW-END
               END-IF
           END-IF.

      *    Rows that leave from a unit not the caller's own are
      *    logged once, as a cross-unit access, after the run.
           IF SRC-PERSON-LEVEL = 'Y' AND FLD-VALUE(4) = 'C'
               ADD 1 TO UNT-CROSS-COUNT
           END-IF.

           PERFORM 3400-CHECK-BREAKS
               THRU 3400-CHECK-BREAKS-END.

           PERFORM 3450-WRITE-DETAIL
               THRU 3450-WRITE-DETAIL-END.

           IF SRC-PERSON-LEVEL = 'Y'
      *        Every row that leaves in the file is an EXTRACT contact.
               MOVE FLD-VALUE(1) TO CTH-DATABANK-ID
               MOVE 'EXTRACT' TO CTH-CHANNEL
               MOVE ADHOC-OUT-FILENAME TO CTH-DOCUMENT-REF
               PERFORM 8970-RECORD-CONTACT
                   THRU 8970-RECORD-CONTACT-END
           END-IF.
       3300-PROCESS-ROW-END.
      ******************************************************************
      * On the first row the break values are just taken; after that
      * a change at any level closes that level and every level
      * inside it, innermost first.
       3400-CHECK-BREAKS.
           IF BRK-COUNT = 0
               GO TO 3400-CHECK-BREAKS-END
           END-IF.

           IF ROWS-WRITTEN-COUNT > 0
               MOVE ZEROS TO BRK-CHANGE-LEVEL
               PERFORM VARYING BRK-IDX FROM 1 BY 1
                       UNTIL BRK-IDX > BRK-COUNT
                          OR BRK-CHANGE-LEVEL > 0
                   IF FLD-VALUE(BRK-FIELD-NO(BRK-IDX))
                      NOT = BRK-PREV-VALUE(BRK-IDX)
                       MOVE BRK-IDX TO BRK-CHANGE-LEVEL
                   END-IF
               END-PERFORM
               IF BRK-CHANGE-LEVEL > 0
                   PERFORM VARYING CLOSE-LEVEL FROM BRK-COUNT BY -1
                           UNTIL CLOSE-LEVEL < BRK-CHANGE-LEVEL
                       PERFORM 3700-CLOSE-GROUP
                           THRU 3700-CLOSE-GROUP-END
                   END-PERFORM
               END-IF
           END-IF.

           PERFORM VARYING BRK-IDX FROM 1 BY 1
                   UNTIL BRK-IDX > BRK-COUNT
               MOVE FLD-VALUE(BRK-FIELD-NO(BRK-IDX))
                   TO BRK-PREV-VALUE(BRK-IDX)
           END-PERFORM.
       3400-CHECK-BREAKS-END.
      ******************************************************************
      * An aggregate row whose count is between 1 and the threshold
      * minus 1 has its count shown as suppressed; the hidden cell
      * is remembered against the innermost group so the group total
      * can be masked when it would give the value away.
       3450-WRITE-DETAIL.
           ADD 1 TO ROWS-WRITTEN-COUNT.
           MOVE 'N' TO DETAIL-HIDDEN-SW.
           MOVE 1 TO DETAIL-COUNT.

           IF SRC-PERSON-LEVEL NOT = 'Y'
               MOVE ZEROS TO DETAIL-COUNT
               IF FUNCTION TEST-NUMVAL(FLD-VALUE(1)) = 0
                   MOVE FUNCTION NUMVAL(FLD-VALUE(1)) TO DETAIL-COUNT
               END-IF
               IF SUPPRESS-THRESHOLD > 0
                AND DETAIL-COUNT > 0
                AND DETAIL-COUNT < SUPPRESS-THRESHOLD
                   MOVE 'Y' TO DETAIL-HIDDEN-SW
                   ADD 1 TO CELLS-SUPPRESSED-COUNT
                   ADD 1 TO GRP-HIDDEN(BRK-COUNT + 1)
               END-IF
           END-IF.

           PERFORM VARYING GRP-IDX FROM 1 BY 1
                   UNTIL GRP-IDX > BRK-COUNT + 1
               ADD 1 TO GRP-ROWS(GRP-IDX)
               ADD DETAIL-COUNT TO GRP-INDIV(GRP-IDX)
               PERFORM VARYING COL-IDX FROM 1 BY 1
                       UNTIL COL-IDX > COL-COUNT
                   IF COL-TOTAL-SW(COL-IDX) = 'Y'
                    AND FUNCTION TEST-NUMVAL
                        (FLD-VALUE(COL-FIELD-NO(COL-IDX))) = 0
                       ADD FUNCTION NUMVAL
                           (FLD-VALUE(COL-FIELD-NO(COL-IDX)))
                           TO GRP-SUM(GRP-IDX, COL-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO OUT-LINE.
           MOVE 1 TO LINE-PTR.
           IF DEF-FORM = 'CSV'
               MOVE 'DETAIL' TO CSV-IN
               PERFORM 3480-APPEND-CSV-FIELD
                   THRU 3480-APPEND-CSV-FIELD-END
           END-IF.

           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > COL-COUNT
               MOVE FLD-VALUE(COL-FIELD-NO(COL-IDX)) TO CELL-TEXT
               IF DETAIL-HIDDEN-SW = 'Y'
                AND COL-NAME(COL-IDX) = SRC-COUNT-COLUMN
                   MOVE 'suppr.' TO CELL-TEXT
               END-IF
               IF DEF-FORM = 'CSV'
                   MOVE CELL-TEXT TO CSV-IN
                   PERFORM 3480-APPEND-CSV-FIELD
                       THRU 3480-APPEND-CSV-FIELD-END
               ELSE
                   MOVE CELL-TEXT
                       TO OUT-LINE(LINE-PTR:COL-WIDTH(COL-IDX))
                   COMPUTE LINE-PTR = LINE-PTR
                                    + COL-WIDTH(COL-IDX) + 1
               END-IF
           END-PERFORM.

           IF DEF-FORM = 'CSV'
               MOVE SPACES TO CSV-IN
               PERFORM 3480-APPEND-CSV-FIELD
                   THRU 3480-APPEND-CSV-FIELD-END
           END-IF.

           PERFORM 3260-WRITE-OUT-LINE
               THRU 3260-WRITE-OUT-LINE-END.
       3450-WRITE-DETAIL-END.
      ******************************************************************
      * CSV fields are always quoted, embedded quotes doubled; the
      * separator goes in front of every field but the first.
       3480-APPEND-CSV-FIELD.
           IF LINE-PTR > 1
               STRING ',' DELIMITED BY SIZE
                      INTO OUT-LINE WITH POINTER LINE-PTR
           END-IF.

           STRING '"' DELIMITED BY SIZE
                  INTO OUT-LINE WITH POINTER LINE-PTR.

           IF CSV-IN NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(CSV-IN TRAILING))
                   TO CSV-IN-LEN
               PERFORM VARYING CSV-CHAR-IDX FROM 1 BY 1
                       UNTIL CSV-CHAR-IDX > CSV-IN-LEN
                   IF CSV-IN(CSV-CHAR-IDX:1) = '"'
                       STRING '""' DELIMITED BY SIZE
                              INTO OUT-LINE WITH POINTER LINE-PTR
                   ELSE
                       STRING CSV-IN(CSV-CHAR-IDX:1) DELIMITED BY SIZE
                              INTO OUT-LINE WITH POINTER LINE-PTR
                   END-IF
               END-PERFORM
           END-IF.

           STRING '"' DELIMITED BY SIZE
                  INTO OUT-LINE WITH POINTER LINE-PTR.
       3480-APPEND-CSV-FIELD-END.
      ******************************************************************
      * Compliance wants to prove suppression: report how many rows a
      * withdrawn EXTRACT consent kept out of this listing.
       3500-COUNT-CONSENT-SUPPRESSED.
           MOVE SPACES TO ADHOC-SQL-TEXT.
           MOVE 1 TO SQL-PTR.
           MOVE SPACES TO SQL-PIECE.
           STRING 'SELECT COUNT(*) FROM "' DELIMITED BY SIZE
                  FUNCTION TRIM(SRC-NAME) DELIMITED BY SIZE
                  '" t' DELIMITED BY SIZE
                  INTO SQL-PIECE.
           PERFORM 3190-APPEND-PIECE
               THRU 3190-APPEND-PIECE-END.

           MOVE 'Y' TO CONSENT-TEST-SW.
           PERFORM 3150-APPEND-CONDITIONS
               THRU 3150-APPEND-CONDITIONS-END.

           EXEC SQL PREPARE CONSENT_STMT FROM :ADHOC-SQL-TEXT END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL DECLARE CONSENT_CUR CURSOR FOR CONSENT_STMT
           END-EXEC.

           EXEC SQL OPEN CONSENT_CUR END-EXEC.

           MOVE ZERO TO CONSENT-SUPPRESSED-CNT.
           EXEC SQL
               FETCH CONSENT_CUR INTO :CONSENT-SUPPRESSED-CNT
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL CLOSE CONSENT_CUR END-EXEC.

           DISPLAY 'Rows suppressed by EXTRACT consent: '
                   CONSENT-SUPPRESSED-CNT.
       3500-COUNT-CONSENT-SUPPRESSED-END.
      ******************************************************************
       3550-LOG-CROSS-UNIT.
           MOVE 'CROSS-UNIT REPORT' TO UNT-ACTION-DESC.
           MOVE ADHOC-OUT-FILENAME TO UNT-KEY-VALUE.
           MOVE 'A' TO UNT-OUTCOME.
           COPY "UnitLog.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           DISPLAY 'Rows from other business units: '
                   UNT-CROSS-COUNT ' (logged)'.
       3550-LOG-CROSS-UNIT-END.
      ******************************************************************
       3600-RECORD-RUN.
           MOVE ADHOC-OUT-FILENAME TO RUN-FILE-NAME.
           MOVE ROWS-WRITTEN-COUNT TO RUN-ROWS-WRITTEN.
           COMPUTE RUN-SCREEN-HITS = SCREEN-EXACT-COUNT
                                   + SCREEN-CLOSE-COUNT.
           MOVE CELLS-SUPPRESSED-COUNT TO RUN-CELLS-SUPPRESSED.

           EXEC SQL
               INSERT INTO report_definition_run
                   (report_name, version_no, file_name, rows_written,
                    consent_suppressed, screening_hits,
                    cells_suppressed, return_code, run_at)
               VALUES
                   (:DEF-NAME, :DEF-VERSION, TRIM(:RUN-FILE-NAME),
                    :RUN-ROWS-WRITTEN, :CONSENT-SUPPRESSED-CNT,
                    :RUN-SCREEN-HITS, :RUN-CELLS-SUPPRESSED,
                    :JRL-RETURN-CODE, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3600-RECORD-RUN-END.
      ******************************************************************
      * Close the group at CLOSE-LEVEL (0 is the report total). For
      * an aggregate source the group's count is masked when it is
      * itself a small cell, or when exactly one cell inside it was
      * hidden - its value could otherwise be recomputed from the
      * total. A masked group counts as a hidden cell of the group
      * around it, so the rule carries up to the report total.
       3700-CLOSE-GROUP.
           COMPUTE GRP-IDX = CLOSE-LEVEL + 1.
           MOVE 'N' TO GROUP-MASKED-SW.

           IF SRC-PERSON-LEVEL NOT = 'Y' AND SUPPRESS-THRESHOLD > 0
               IF (GRP-INDIV(GRP-IDX) > 0
                   AND GRP-INDIV(GRP-IDX) < SUPPRESS-THRESHOLD)
                OR GRP-HIDDEN(GRP-IDX) = 1
                   MOVE 'Y' TO GROUP-MASKED-SW
                   ADD 1 TO CELLS-SUPPRESSED-COUNT
                   IF CLOSE-LEVEL > 0
                       ADD 1 TO GRP-HIDDEN(GRP-IDX - 1)
                   END-IF
               END-IF
           END-IF.

           IF GROUP-MASKED-SW = 'Y'
               MOVE 'suppr.' TO CELL-TEXT
           ELSE
               MOVE GRP-INDIV(GRP-IDX) TO COUNT-DISP
               MOVE FUNCTION TRIM(COUNT-DISP) TO CELL-TEXT
           END-IF.

           IF DEF-FORM = 'CSV'
               PERFORM 3760-WRITE-CSV-TOTAL
                   THRU 3760-WRITE-CSV-TOTAL-END
           ELSE
               PERFORM 3750-WRITE-PRINT-TOTAL
                   THRU 3750-WRITE-PRINT-TOTAL-END
           END-IF.

           MOVE ZEROS TO GRP-ROWS(GRP-IDX) GRP-INDIV(GRP-IDX)
                         GRP-HIDDEN(GRP-IDX).
           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > COL-COUNT
               MOVE ZEROS TO GRP-SUM(GRP-IDX, COL-IDX)
           END-PERFORM.
       3700-CLOSE-GROUP-END.
      ******************************************************************
       3750-WRITE-PRINT-TOTAL.
           MOVE SPACES TO OUT-LINE.
           MOVE 1 TO LINE-PTR.

           IF CLOSE-LEVEL = 0
               STRING 'Report total: ' DELIMITED BY SIZE
                      INTO OUT-LINE WITH POINTER LINE-PTR
           ELSE
               COMPUTE LINE-PTR = CLOSE-LEVEL * 2 - 1
               STRING 'Subtotal ' DELIMITED BY SIZE
                      FUNCTION TRIM(BRK-COLUMN(CLOSE-LEVEL))
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(BRK-PREV-VALUE(CLOSE-LEVEL))
                          DELIMITED BY SIZE
                      ': ' DELIMITED BY SIZE
                      INTO OUT-LINE WITH POINTER LINE-PTR
           END-IF.

           IF SRC-PERSON-LEVEL = 'Y'
               STRING FUNCTION TRIM(CELL-TEXT) DELIMITED BY SIZE
                      ' rows' DELIMITED BY SIZE
                      INTO OUT-LINE WITH POINTER LINE-PTR
           ELSE
               STRING FUNCTION TRIM(CELL-TEXT) DELIMITED BY SIZE
                      ' individuals' DELIMITED BY SIZE
                      INTO OUT-LINE WITH POINTER LINE-PTR
           END-IF.

           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > COL-COUNT
               IF COL-TOTAL-SW(COL-IDX) = 'Y'
                   IF GROUP-MASKED-SW = 'Y'
                       MOVE 'suppr.' TO CELL-TEXT
                   ELSE
                       MOVE GRP-SUM(GRP-IDX, COL-IDX) TO SUM-DISP
                       MOVE FUNCTION TRIM(SUM-DISP) TO CELL-TEXT
                   END-IF
                   STRING '  ' DELIMITED BY SIZE
                          FUNCTION TRIM(COL-HEADING(COL-IDX))
                              DELIMITED BY SIZE
                          ': ' DELIMITED BY SIZE
                          FUNCTION TRIM(CELL-TEXT) DELIMITED BY SIZE
                          INTO OUT-LINE WITH POINTER LINE-PTR
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
               END-IF
           END-PERFORM.

           PERFORM 3260-WRITE-OUT-LINE
               THRU 3260-WRITE-OUT-LINE-END.
       3750-WRITE-PRINT-TOTAL-END.
      ******************************************************************
      * A total row carries the values of the break columns it closes
      * (where they are listed), the TOTAL sums, and the count.
       3760-WRITE-CSV-TOTAL.
           MOVE SPACES TO OUT-LINE.
           MOVE 1 TO LINE-PTR.
           IF CLOSE-LEVEL = 0
               MOVE 'TOTAL' TO CSV-IN
           ELSE
               MOVE 'SUBTOTAL' TO CSV-IN
           END-IF.
           PERFORM 3480-APPEND-CSV-FIELD
               THRU 3480-APPEND-CSV-FIELD-END.

           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > COL-COUNT
               MOVE SPACES TO CSV-IN
               PERFORM VARYING BRK-IDX FROM 1 BY 1
                       UNTIL BRK-IDX > CLOSE-LEVEL
                   IF COL-NAME(COL-IDX) = BRK-COLUMN(BRK-IDX)
                       MOVE BRK-PREV-VALUE(BRK-IDX) TO CSV-IN
                   END-IF
               END-PERFORM
               IF COL-TOTAL-SW(COL-IDX) = 'Y'
                   IF GROUP-MASKED-SW = 'Y'
                       MOVE 'suppr.' TO CSV-IN
                   ELSE
                       MOVE GRP-SUM(GRP-IDX, COL-IDX) TO SUM-DISP
                       MOVE FUNCTION TRIM(SUM-DISP) TO CSV-IN
                   END-IF
               END-IF
               PERFORM 3480-APPEND-CSV-FIELD
                   THRU 3480-APPEND-CSV-FIELD-END
           END-PERFORM.

           MOVE CELL-TEXT TO CSV-IN.
           PERFORM 3480-APPEND-CSV-FIELD
               THRU 3480-APPEND-CSV-FIELD-END.

           PERFORM 3260-WRITE-OUT-LINE
               THRU 3260-WRITE-OUT-LINE-END.
       3760-WRITE-CSV-TOTAL-END.
      ******************************************************************
       5001-LIST-DEFINITIONS.
           EXEC SQL DECLARE DEF_CUR CURSOR FOR
               SELECT d.report_name, d.version_no,
                      COALESCE(d.department, ' '), d.source_name,
                      d.output_form, COALESCE(d.description, ' '),
                      TO_CHAR(d.loaded_at, 'YYYY-MM-DD HH24:MI'),
                      COALESCE((SELECT TO_CHAR(MAX(r.run_at),
                                    'YYYY-MM-DD HH24:MI')
                                  FROM report_definition_run r
                                 WHERE r.report_name = d.report_name),
                               'never')
               FROM report_definition d
               WHERE d.version_no =
                     (SELECT MAX(x.version_no)
                        FROM report_definition x
                       WHERE x.report_name = d.report_name)
               ORDER BY d.report_name
           END-EXEC.

           EXEC SQL OPEN DEF_CUR END-EXEC.

           DISPLAY 'Report                         Ver  Dept       '
                   'Source               Form  Loaded           '
                   'Last run'.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH DEF_CUR
                   INTO :DEF-NAME, :DEF-VERSION, :DEF-DEPARTMENT,
                        :SRC-NAME, :DEF-FORM, :DEF-DESCRIPTION,
                        :DEF-LOADED-AT, :DEF-LAST-RUN
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       MOVE DEF-VERSION TO VERSION-DISP
                       DISPLAY DEF-NAME ' ' VERSION-DISP ' '
                               DEF-DEPARTMENT ' ' SRC-NAME(1:20) ' '
                               DEF-FORM ' ' DEF-LOADED-AT ' '
                               DEF-LAST-RUN
                       DISPLAY '      '
                               FUNCTION TRIM(DEF-DESCRIPTION)
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE DEF_CUR END-EXEC.
       5001-LIST-DEFINITIONS-END.
      ******************************************************************
       5101-SHOW-DEFINITION.
           PERFORM 3050-LOAD-STORED-CARDS
               THRU 3050-LOAD-STORED-CARDS-END.

           IF CARD-COUNT = 0
               DISPLAY 'No stored definition ' FUNCTION TRIM(DEF-NAME)
                       '.'
               MOVE 4 TO JRL-RETURN-CODE
               GO TO 5101-SHOW-DEFINITION-END
           END-IF.

           MOVE DEF-VERSION TO VERSION-DISP.
           DISPLAY FUNCTION TRIM(DEF-NAME) ' version '
                   FUNCTION TRIM(VERSION-DISP) ':'.
           PERFORM VARYING CARD-IDX FROM 1 BY 1
                   UNTIL CARD-IDX > CARD-COUNT
               DISPLAY CARD-ENTRY(CARD-IDX)
           END-PERFORM.
       5101-SHOW-DEFINITION-END.
      ******************************************************************
      * Register the report file in report_catalog so distribution
      * and housekeeping work from data instead of filename guessing.
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
      ******************************************************************
       8970-RECORD-CONTACT.
           EXEC SQL
               INSERT INTO contact_history
                   (databank_id, channel, program_name,
                    document_ref, contacted_at)
               VALUES
                   (:CTH-DATABANK-ID, :CTH-CHANNEL, 'AdHocRpt',
                    TRIM(:CTH-DOCUMENT-REF), CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8970-RECORD-CONTACT-END.
      ******************************************************************
      * The ledger rows are written while the run is in flight, so
      * the job_run_log reference is stamped on afterwards - the
      * freshest AdHocRpt entry is this run's own.
       8975-TAG-CONTACT-HISTORY.
           EXEC SQL
               UPDATE contact_history
               SET job_run_log_id =
                   (SELECT MAX(id) FROM job_run_log
                     WHERE program_name = 'AdHocRpt')
               WHERE program_name = 'AdHocRpt'
                 AND job_run_log_id IS NULL
                 AND contacted_at >= CAST(:JRL-STARTED-TS AS TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8975-TAG-CONTACT-HISTORY-END.
      ******************************************************************
       1082-LOAD-SUPPRESS-POLICY.
           OPEN INPUT SUPPRESS-FILE.

           IF SUPPRESS-FILE-NOT-FOUND
               DISPLAY 'No SUPPRESS.TXT - suppression threshold '
                       'stays at ' SUPPRESS-THRESHOLD '.'
               GO TO 1082-LOAD-SUPPRESS-POLICY-END
           END-IF.

           IF NOT SUPPRESS-STATUS-OK
               DISPLAY 'Error reading SUPPRESS.TXT, status: '
                       WS-SUPPRESS-STATUS
               GO TO 1082-LOAD-SUPPRESS-POLICY-END
           END-IF.

           READ SUPPRESS-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE FUNCTION TRIM(SUPPRESS-RECORD)
                       TO SUP-PARM-FIELD
                   IF SUP-PARM-FIELD(1:1) IS NUMERIC
                       MOVE FUNCTION NUMVAL(SUP-PARM-FIELD)
                           TO SUPPRESS-THRESHOLD
                   END-IF
           END-READ.

           CLOSE SUPPRESS-FILE.

           DISPLAY 'Small-cell suppression threshold: '
                   SUPPRESS-THRESHOLD '.'.
       1082-LOAD-SUPPRESS-POLICY-END.
      ******************************************************************
       1095-LOAD-DNP-LIST.
           MOVE ZEROS TO DNP-COUNT.
           OPEN INPUT DNP-LIST-FILE.

           IF DNP-LIST-NOT-FOUND
               DISPLAY 'No DNPLIST.TXT - listing released without '
                       'name screening.'
               GO TO 1095-LOAD-DNP-LIST-END
           END-IF.

           IF NOT DNP-LIST-STATUS-OK
               DISPLAY 'Error reading DNPLIST.TXT, status: '
                       WS-DNP-LIST-STATUS
               GO TO 1095-LOAD-DNP-LIST-END
           END-IF.

           READ DNP-LIST-FILE
               AT END SET DNP-LIST-EOF TO TRUE
           END-READ.

           PERFORM WITH TEST BEFORE UNTIL DNP-LIST-EOF
                      OR DNP-COUNT >= 100
               PERFORM 1096-STORE-DNP-NAME
                   THRU 1096-STORE-DNP-NAME-END

               READ DNP-LIST-FILE
                   AT END SET DNP-LIST-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE DNP-LIST-FILE.

           IF DNP-COUNT >= 100
               DISPLAY 'Warning: DNPLIST.TXT longer than the '
                       '100-name cache - extra names ignored.'
           END-IF.

           DISPLAY 'Do-not-process names loaded: ' DNP-COUNT.

           IF DNP-COUNT > 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
               MOVE SPACES TO SCREEN-HIT-FILENAME
               STRING 'SCREENHIT_ADHOCRPT_' DELIMITED BY SIZE
                      WS-CURRENT-YEAR DELIMITED BY SIZE
                      WS-CURRENT-MONTH DELIMITED BY SIZE
                      WS-CURRENT-DAY DELIMITED BY SIZE
                      '.TXT' DELIMITED BY SIZE
                      INTO SCREEN-HIT-FILENAME
               OPEN OUTPUT SCREEN-HIT-FILE
               MOVE 'CONFIDENTIAL - screening hit report'
                   TO SCREEN-HIT-WORK-LINE
               WRITE SCREEN-HIT-LINE FROM SCREEN-HIT-WORK-LINE
           END-IF.
       1095-LOAD-DNP-LIST-END.
      ******************************************************************
       1096-STORE-DNP-NAME.
           IF DNP-LIST-RECORD = SPACES
            OR DNP-LIST-RECORD(1:1) = '#'
               GO TO 1096-STORE-DNP-NAME-END
           END-IF.

           MOVE SPACES TO DNP-LAST-IN.
           MOVE SPACES TO DNP-FIRST-IN.
           UNSTRING DNP-LIST-RECORD DELIMITED BY '|'
               INTO DNP-LAST-IN DNP-FIRST-IN
           END-UNSTRING.

           IF DNP-LAST-IN = SPACES
               GO TO 1096-STORE-DNP-NAME-END
           END-IF.

           ADD 1 TO DNP-COUNT.
           MOVE FUNCTION UPPER-CASE(DNP-LAST-IN)
               TO DNP-LAST-NAME(DNP-COUNT).
           IF DNP-FIRST-IN = SPACES
               MOVE '*' TO DNP-FIRST-NAME(DNP-COUNT)
           ELSE
               MOVE FUNCTION UPPER-CASE(DNP-FIRST-IN)
                   TO DNP-FIRST-NAME(DNP-COUNT)
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(DNP-LAST-IN))
               TO DNP-LAST-LEN(DNP-COUNT).
       1096-STORE-DNP-NAME-END.
      ******************************************************************
      * Match the outgoing row against the list: exact surname (and
      * first name, unless the list entry says '*'), then a close
      * spelling of the surname - one substituted character at equal
      * length, or one inserted/dropped character.
       3180-SCREEN-ROW.
           MOVE SPACES TO SCREEN-MATCH-QUALITY.
           ADD 1 TO ROWS-SCREENED-COUNT.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(SCREEN-LAST-FIELD))
               TO SCREEN-LAST-LEN.
           IF SCREEN-LAST-FIELD = SPACES
               GO TO 3180-SCREEN-ROW-END
           END-IF.

           PERFORM VARYING DNP-IDX FROM 1 BY 1
                   UNTIL DNP-IDX > DNP-COUNT
                      OR SCREEN-MATCH-QUALITY NOT = SPACES
               PERFORM 3185-MATCH-ONE-LIST-NAME
                   THRU 3185-MATCH-ONE-LIST-NAME-END
           END-PERFORM.

           EVALUATE SCREEN-MATCH-QUALITY
               WHEN 'EXACT'
                   ADD 1 TO SCREEN-EXACT-COUNT
               WHEN 'CLOSE'
                   ADD 1 TO SCREEN-CLOSE-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF SCREEN-MATCH-QUALITY NOT = SPACES
               MOVE SPACES TO SCREEN-HIT-WORK-LINE
               STRING 'Suppressed (' DELIMITED BY SIZE
                      SCREEN-MATCH-QUALITY DELIMITED BY SIZE
                      '): ' DELIMITED BY SIZE
                      FUNCTION TRIM(SCREEN-LAST-FIELD)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(SCREEN-FIRST-FIELD)
                          DELIMITED BY SIZE
                      '  vs list entry ' DELIMITED BY SIZE
                      FUNCTION TRIM(DNP-LAST-NAME(DNP-IDX - 1))
                          DELIMITED BY SIZE
                      INTO SCREEN-HIT-WORK-LINE
               WRITE SCREEN-HIT-LINE FROM SCREEN-HIT-WORK-LINE
           END-IF.
       3180-SCREEN-ROW-END.
      ******************************************************************
       3185-MATCH-ONE-LIST-NAME.
           IF DNP-FIRST-NAME(DNP-IDX) NOT = '*'
            AND FUNCTION UPPER-CASE(SCREEN-FIRST-FIELD)
                NOT = DNP-FIRST-NAME(DNP-IDX)
               GO TO 3185-MATCH-ONE-LIST-NAME-END
           END-IF.

           IF FUNCTION UPPER-CASE(SCREEN-LAST-FIELD)
               = DNP-LAST-NAME(DNP-IDX)
               MOVE 'EXACT' TO SCREEN-MATCH-QUALITY
               GO TO 3185-MATCH-ONE-LIST-NAME-END
           END-IF.

           PERFORM 3186-CHECK-CLOSE-SPELLING
               THRU 3186-CHECK-CLOSE-SPELLING-END.
       3185-MATCH-ONE-LIST-NAME-END.
      ******************************************************************
       3186-CHECK-CLOSE-SPELLING.
           EVALUATE TRUE
               WHEN SCREEN-LAST-LEN = DNP-LAST-LEN(DNP-IDX)
                   MOVE ZEROS TO SCREEN-DIFF-COUNT
                   PERFORM VARYING SCREEN-CHAR-IDX FROM 1 BY 1
                           UNTIL SCREEN-CHAR-IDX > SCREEN-LAST-LEN
                       IF FUNCTION UPPER-CASE(SCREEN-LAST-FIELD
                              (SCREEN-CHAR-IDX:1))
                          NOT = DNP-LAST-NAME(DNP-IDX)
                              (SCREEN-CHAR-IDX:1)
                           ADD 1 TO SCREEN-DIFF-COUNT
                       END-IF
                   END-PERFORM
                   IF SCREEN-DIFF-COUNT = 1
                       MOVE 'CLOSE' TO SCREEN-MATCH-QUALITY
                   END-IF
               WHEN SCREEN-LAST-LEN = DNP-LAST-LEN(DNP-IDX) + 1
                   PERFORM 3187-CHECK-ONE-CHAR-SKEW
                       THRU 3187-CHECK-ONE-CHAR-SKEW-END
               WHEN SCREEN-LAST-LEN + 1 = DNP-LAST-LEN(DNP-IDX)
                   PERFORM 3188-CHECK-ONE-CHAR-SKEW-REV
                       THRU 3188-CHECK-ONE-CHAR-SKEW-REV-END
           END-EVALUATE.
       3186-CHECK-CLOSE-SPELLING-END.
      ******************************************************************
      * The row's surname is one character longer than the list name:
      * walk both, allowing exactly one skipped character on the
      * longer side.
       3187-CHECK-ONE-CHAR-SKEW.
           MOVE 'N' TO SCREEN-SKIP-USED-SW.
           MOVE 1 TO SCREEN-CHAR-IDX.
           MOVE 1 TO SCREEN-SKEW-IDX.

           PERFORM UNTIL SCREEN-CHAR-IDX > SCREEN-LAST-LEN
                      OR SCREEN-SKEW-IDX > DNP-LAST-LEN(DNP-IDX)
               IF FUNCTION UPPER-CASE(SCREEN-LAST-FIELD
                      (SCREEN-CHAR-IDX:1))
                  = DNP-LAST-NAME(DNP-IDX)(SCREEN-SKEW-IDX:1)
                   ADD 1 TO SCREEN-CHAR-IDX
                   ADD 1 TO SCREEN-SKEW-IDX
               ELSE
                   IF SCREEN-SKIP-USED-SW = 'Y'
                       MOVE 99 TO SCREEN-CHAR-IDX
                   ELSE
                       MOVE 'Y' TO SCREEN-SKIP-USED-SW
                       ADD 1 TO SCREEN-CHAR-IDX
                   END-IF
               END-IF
           END-PERFORM.

           IF SCREEN-CHAR-IDX NOT = 99
               MOVE 'CLOSE' TO SCREEN-MATCH-QUALITY
           END-IF.
       3187-CHECK-ONE-CHAR-SKEW-END.
      ******************************************************************
      * Mirror case: the list name is the longer side.
       3188-CHECK-ONE-CHAR-SKEW-REV.
           MOVE 'N' TO SCREEN-SKIP-USED-SW.
           MOVE 1 TO SCREEN-CHAR-IDX.
           MOVE 1 TO SCREEN-SKEW-IDX.

           PERFORM UNTIL SCREEN-SKEW-IDX > DNP-LAST-LEN(DNP-IDX)
                      OR SCREEN-CHAR-IDX > SCREEN-LAST-LEN
               IF FUNCTION UPPER-CASE(SCREEN-LAST-FIELD
                      (SCREEN-CHAR-IDX:1))
                  = DNP-LAST-NAME(DNP-IDX)(SCREEN-SKEW-IDX:1)
                   ADD 1 TO SCREEN-CHAR-IDX
                   ADD 1 TO SCREEN-SKEW-IDX
               ELSE
                   IF SCREEN-SKIP-USED-SW = 'Y'
                       MOVE 99 TO SCREEN-SKEW-IDX
                   ELSE
                       MOVE 'Y' TO SCREEN-SKIP-USED-SW
                       ADD 1 TO SCREEN-SKEW-IDX
                   END-IF
               END-IF
           END-PERFORM.

           IF SCREEN-SKEW-IDX NOT = 99
               MOVE 'CLOSE' TO SCREEN-MATCH-QUALITY
           END-IF.
       3188-CHECK-ONE-CHAR-SKEW-REV-END.
      ******************************************************************
       8930-RECORD-SCREENING-RESULT.
           IF DNP-COUNT = 0
               GO TO 8930-RECORD-SCREENING-RESULT-END
           END-IF.

           MOVE SPACES TO SCREEN-HIT-WORK-LINE.
           STRING 'Rows screened: ' DELIMITED BY SIZE
                  ROWS-SCREENED-COUNT DELIMITED BY SIZE
                  '  exact hits: ' DELIMITED BY SIZE
                  SCREEN-EXACT-COUNT DELIMITED BY SIZE
                  '  close hits: ' DELIMITED BY SIZE
                  SCREEN-CLOSE-COUNT DELIMITED BY SIZE
                  INTO SCREEN-HIT-WORK-LINE.
           WRITE SCREEN-HIT-LINE FROM SCREEN-HIT-WORK-LINE.
           CLOSE SCREEN-HIT-FILE.

           DISPLAY 'Screening - rows: ' ROWS-SCREENED-COUNT
                   '  exact hits: ' SCREEN-EXACT-COUNT
                   '  close hits: ' SCREEN-CLOSE-COUNT.

           MOVE 'AdHocRpt' TO SLG-PROGRAM-NAME.
           MOVE ROWS-SCREENED-COUNT TO SLG-ROWS-SCREENED.
           MOVE SCREEN-EXACT-COUNT TO SLG-EXACT-HITS.
           MOVE SCREEN-CLOSE-COUNT TO SLG-CLOSE-HITS.

           EXEC SQL
               INSERT INTO screening_log
                   (program_name, run_date, rows_screened,
                    exact_hits, close_hits, logged_at)
               VALUES
                   (:SLG-PROGRAM-NAME, CURRENT_DATE,
                    :SLG-ROWS-SCREENED, :SLG-EXACT-HITS,
                    :SLG-CLOSE-HITS, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8930-RECORD-SCREENING-RESULT-END.
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
      ******************************************************************
