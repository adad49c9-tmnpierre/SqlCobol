       IDENTIFICATION DIVISION.
       PROGRAM-ID. MartExp.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MART-EXTRACT-FILE ASSIGN TO MART-EXTRACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MART-EXTRACT-FILE.
       01  MART-EXTRACT-LINE      PIC X(400).

       WORKING-STORAGE SECTION.
      * The reporting mart flattened for the BI tool's import: one
      * comma-separated line per fact cell with every dimension
      * spelled out, a header line naming the columns, text fields
      * in double quotes (a double quote inside a value becomes a
      * single one) and the date as YYYY-MM-DD. By default the
      * latest loaded day goes out; a YYYYMMDD parm picks another
      * day and ALL sends the whole history.
       01  MART-EXTRACT-FILENAME  PIC X(40) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  RUN-MODE-PARM          PIC X(10) VALUE SPACES.
       01  ROWS-EXTRACTED-COUNT   PIC 9(9) VALUE ZEROS.
       01  CSV-LINE               PIC X(400) VALUE SPACES.
       01  CSV-PTR                PIC 9(3) VALUE 1.
       01  CSV-TEXT-FIELD         PIC X(50) VALUE SPACES.
       01  COUNT-DISP             PIC Z(8)9.

       01  LOCAL-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "JobRun.cpy".
       COPY "RptCat.cpy".

       01  EXP-ALL-DATES          PIC X VALUE 'N'.
       01  EXP-DATE-KEY           PIC S9(9) COMP-5 VALUE ZERO.

       01  SQL-MART-ROW.
           05  MRT-CAL-DATE       PIC X(10).
           05  MRT-COUNTRY-CODE   PIC X(10).
           05  MRT-COUNTRY-NAME   PIC X(50).
           05  MRT-REGION         PIC X(30).
           05  MRT-SPOKEN         PIC X(50).
           05  MRT-GENDER         PIC X(10).
           05  MRT-BRACKET-LABEL  PIC X(10).
           05  MRT-SUPPLIER-ID    PIC X(10).
           05  MRT-SUPPLIER-NAME  PIC X(50).
           05  MRT-STATUS-CODE    PIC X(1).
           05  MRT-STATUS-DESC    PIC X(20).
           05  MRT-COUNT          PIC S9(9) COMP-5.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LS-RETURN-CODE         PIC 9(4) COMP VALUE ZERO.
       01  LS-JOB-PARM            PIC X(100).

       PROCEDURE DIVISION USING LS-RETURN-CODE LS-JOB-PARM.
       1000-MAIN-START.
           MOVE 'MartExp' TO JRL-PROGRAM-NAME.
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

           PERFORM 1100-OPEN-EXTRACT-FILE
               THRU 1100-OPEN-EXTRACT-FILE-END.

           PERFORM 3000-EXTRACT-MART
               THRU 3000-EXTRACT-MART-END.

           CLOSE MART-EXTRACT-FILE.

           MOVE ROWS-EXTRACTED-COUNT TO COUNT-DISP.
           DISPLAY 'Mart extract rows written: '
                   FUNCTION TRIM(COUNT-DISP).

      *    Nothing loaded for the day asked for is worth a warning:
      *    the BI side would otherwise import an empty day.
           IF ROWS-EXTRACTED-COUNT = 0
               MOVE 4 TO JRL-RETURN-CODE
               MOVE 4 TO LS-RETURN-CODE
           END-IF.

           MOVE ROWS-EXTRACTED-COUNT TO JRL-ROWS-READ.
           MOVE ZERO TO JRL-ROWS-UPDATED.
           MOVE ZERO TO JRL-ROWS-REJECTED.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.

           MOVE 'MartExp' TO CAT-PROGRAM-NAME.
           MOVE MART-EXTRACT-FILENAME TO CAT-FILE-NAME.
           COMPUTE CAT-LINE-COUNT = ROWS-EXTRACTED-COUNT + 1.
           MOVE ZERO TO CAT-PAGE-COUNT.
           PERFORM 8920-REGISTER-ONE-FILE
               THRU 8920-REGISTER-ONE-FILE-END.
       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.
      ******************************************************************
       1080-GET-RUN-PARMS.
      *    Under the Driver chain the job's own parameter card comes
      *    in through the CALL interface; the command line is only for
      *    standalone runs (it would otherwise be Driver's argument).
           IF ADDRESS OF LS-JOB-PARM NOT = NULL
               MOVE LS-JOB-PARM TO RUN-MODE-PARM
           ELSE
               ACCEPT RUN-MODE-PARM FROM COMMAND-LINE
           END-IF.
           MOVE FUNCTION UPPER-CASE(RUN-MODE-PARM) TO RUN-MODE-PARM.

           EVALUATE TRUE
               WHEN RUN-MODE-PARM = 'ALL'
                   MOVE 'Y' TO EXP-ALL-DATES
                   DISPLAY 'Extracting every loaded day.'
               WHEN RUN-MODE-PARM(1:8) IS NUMERIC
                AND RUN-MODE-PARM(9:2) = SPACES
                   MOVE RUN-MODE-PARM(1:8) TO EXP-DATE-KEY
               WHEN RUN-MODE-PARM = SPACES
                   EXEC SQL
                       SELECT COALESCE(MAX(date_key), 0)
                       INTO :EXP-DATE-KEY
                       FROM mart_population_fact
                   END-EXEC
                   IF SQLCODE NOT = 0
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
                   END-IF
               WHEN OTHER
                   DISPLAY 'Usage: MartExp [YYYYMMDD | ALL]'
                   EXEC SQL DISCONNECT ALL END-EXEC
                   MOVE 8 TO LS-RETURN-CODE
                   GOBACK
           END-EVALUATE.

           IF EXP-ALL-DATES NOT = 'Y'
               DISPLAY 'Extracting mart day ' EXP-DATE-KEY
           END-IF.
       1080-GET-RUN-PARMS-END.
      ******************************************************************
       1100-OPEN-EXTRACT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           STRING 'MARTEXP_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.CSV' DELIMITED BY SIZE
                  INTO MART-EXTRACT-FILENAME.

           OPEN OUTPUT MART-EXTRACT-FILE.

           MOVE SPACES TO CSV-LINE.
           STRING 'date,country_code,country_name,region,language,'
                  'gender,age_bracket,supplier_id,supplier_name,'
                  'status,status_desc,individual_count'
                  DELIMITED BY SIZE
                  INTO CSV-LINE.
           WRITE MART-EXTRACT-LINE FROM CSV-LINE.
       1100-OPEN-EXTRACT-FILE-END.
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
       8920-REGISTER-ONE-FILE.
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
       8920-REGISTER-ONE-FILE-END.
      ******************************************************************
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.

           MOVE 'MartExp' TO ERR-PROGRAM-NAME.
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
           GOBACK.
      ******************************************************************
       3000-EXTRACT-MART.
           EXEC SQL DECLARE MART_CUR CURSOR FOR
               SELECT TO_CHAR(dd.cal_date, 'YYYY-MM-DD'),
                      dc.country_code,
                      COALESCE(dc.country_name, ''),
                      COALESCE(dc.region, ''),
                      dl.spoken, dg.gender, ab.bracket_label,
                      ds.supplier_id,
                      COALESCE(ds.supplier_name, ''),
                      dt.status_code,
                      COALESCE(dt.status_desc, ''),
                      f.individual_count
               FROM mart_population_fact f
               JOIN mart_dim_date dd ON dd.date_key = f.date_key
               JOIN mart_dim_country dc
                 ON dc.country_key = f.country_key
               JOIN mart_dim_language dl
                 ON dl.language_key = f.language_key
               JOIN mart_dim_gender dg
                 ON dg.gender_key = f.gender_key
               JOIN mart_dim_age_bracket ab
                 ON ab.bracket_key = f.bracket_key
               JOIN mart_dim_supplier ds
                 ON ds.supplier_key = f.supplier_key
               JOIN mart_dim_status dt
                 ON dt.status_key = f.status_key
               WHERE :EXP-ALL-DATES = 'Y'
                  OR f.date_key = :EXP-DATE-KEY
               ORDER BY f.date_key, dc.country_code, dl.spoken,
                        dg.gender, f.bracket_key, ds.supplier_id,
                        dt.status_code
           END-EXEC.

           EXEC SQL OPEN MART_CUR END-EXEC.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH MART_CUR
                   INTO :MRT-CAL-DATE, :MRT-COUNTRY-CODE,
                        :MRT-COUNTRY-NAME, :MRT-REGION, :MRT-SPOKEN,
                        :MRT-GENDER, :MRT-BRACKET-LABEL,
                        :MRT-SUPPLIER-ID, :MRT-SUPPLIER-NAME,
                        :MRT-STATUS-CODE, :MRT-STATUS-DESC,
                        :MRT-COUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 3100-WRITE-CSV-LINE
                           THRU 3100-WRITE-CSV-LINE-END
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE MART_CUR END-EXEC.
       3000-EXTRACT-MART-END.
      ******************************************************************
       3100-WRITE-CSV-LINE.
           ADD 1 TO ROWS-EXTRACTED-COUNT.
           MOVE SPACES TO CSV-LINE.
           MOVE 1 TO CSV-PTR.

           STRING MRT-CAL-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  INTO CSV-LINE WITH POINTER CSV-PTR.

           MOVE MRT-COUNTRY-CODE TO CSV-TEXT-FIELD.
           PERFORM 3150-APPEND-TEXT-FIELD
               THRU 3150-APPEND-TEXT-FIELD-END.
           MOVE MRT-COUNTRY-NAME TO CSV-TEXT-FIELD.
           PERFORM 3150-APPEND-TEXT-FIELD
               THRU 3150-APPEND-TEXT-FIELD-END.
           MOVE MRT-REGION TO CSV-TEXT-FIELD.
           PERFORM 3150-APPEND-TEXT-FIELD
               THRU 3150-APPEND-TEXT-FIELD-END.
           MOVE MRT-SPOKEN TO CSV-TEXT-FIELD.
           PERFORM 3150-APPEND-TEXT-FIELD
               THRU 3150-APPEND-TEXT-FIELD-END.
           MOVE MRT-GENDER TO CSV-TEXT-FIELD.
           PERFORM 3150-APPEND-TEXT-FIELD
               THRU 3150-APPEND-TEXT-FIELD-END.
           MOVE MRT-BRACKET-LABEL TO CSV-TEXT-FIELD.
           PERFORM 3150-APPEND-TEXT-FIELD
               THRU 3150-APPEND-TEXT-FIELD-END.
           MOVE MRT-SUPPLIER-ID TO CSV-TEXT-FIELD.
           PERFORM 3150-APPEND-TEXT-FIELD
               THRU 3150-APPEND-TEXT-FIELD-END.
           MOVE MRT-SUPPLIER-NAME TO CSV-TEXT-FIELD.
           PERFORM 3150-APPEND-TEXT-FIELD
               THRU 3150-APPEND-TEXT-FIELD-END.
           MOVE MRT-STATUS-CODE TO CSV-TEXT-FIELD.
           PERFORM 3150-APPEND-TEXT-FIELD
               THRU 3150-APPEND-TEXT-FIELD-END.
           MOVE MRT-STATUS-DESC TO CSV-TEXT-FIELD.
           PERFORM 3150-APPEND-TEXT-FIELD
               THRU 3150-APPEND-TEXT-FIELD-END.

           MOVE MRT-COUNT TO COUNT-DISP.
           STRING FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                  INTO CSV-LINE WITH POINTER CSV-PTR.

           WRITE MART-EXTRACT-LINE FROM CSV-LINE.
       3100-WRITE-CSV-LINE-END.
      ******************************************************************
      * One quoted text column and its trailing comma. An empty value
      * still goes out as "" so the column count never varies.
       3150-APPEND-TEXT-FIELD.
           INSPECT CSV-TEXT-FIELD REPLACING ALL '"' BY ''''.

           IF CSV-TEXT-FIELD = SPACES
               STRING '"",' DELIMITED BY SIZE
                      INTO CSV-LINE WITH POINTER CSV-PTR
           ELSE
               STRING '"' DELIMITED BY SIZE
                      FUNCTION TRIM(CSV-TEXT-FIELD) DELIMITED BY SIZE
                      '",' DELIMITED BY SIZE
                      INTO CSV-LINE WITH POINTER CSV-PTR
           END-IF.
       3150-APPEND-TEXT-FIELD-END.
      ******************************************************************
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
