       IDENTIFICATION DIVISION.
       PROGRAM-ID. AudSamp.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-RESULT-FILE ASSIGN TO AUDIT-RESULT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-RESULT-STATUS.

           SELECT AUDIT-REPORT-FILE ASSIGN TO AUDIT-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The clerks' verdicts, keyed from the worksheet: one record per
      * sampled row and field - batch, sample number, field code and
      * C (correct) or W (wrong), one space between each.
       FD  AUDIT-RESULT-FILE.
       01  AUDIT-RESULT-RECORD.
           05  AR-BATCH-ID        PIC X(9).
           05  FILLER             PIC X(1).
           05  AR-SAMPLE-SEQ      PIC X(5).
           05  FILLER             PIC X(1).
           05  AR-FIELD-CODE      PIC X(12).
           05  FILLER             PIC X(1).
           05  AR-RESULT          PIC X(1).
           05  FILLER             PIC X(50).

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
      * Random audit sampling of loaded batches. SupScore measures what
      * LoadBank rejects; this job measures how much of what it loaded
      * is wrong, by having the clerks check a random sample of each
      * batch against the source documents.
      *   SAMPLE [batch], or no parm - draws the sample for one batch,
      *       or for every live batch not sampled yet, and prints a
      *       verification worksheet per batch (AUDSHEET_<batch>.TXT).
      *   RESULTS <clerk> <batch> [file] - loads the clerks' results
      *       (default AUDRES_<batch>.TXT) and evaluates the batch.
      *   EVALUATE <batch> [tolerance-pct] - estimates the batch's
      *       field error rate with its confidence interval, per field
      *       and over all fields, and flags the batch when the
      *       estimate is above the tolerance (AUDEVAL_<batch>.TXT).
      *   STATUS - every audited batch, what is still awaiting
      *       results, and the flagged batches not yet dealt with.
       01  AUDIT-RESULT-FILENAME  PIC X(60) VALUE SPACES.
       01  WS-AUDIT-RESULT-STATUS PIC X(02) VALUE SPACES.
           88  AUDIT-RESULT-STATUS-OK      VALUE '00'.
           88  AUDIT-RESULT-NOT-FOUND      VALUE '35'.
       01  RESULT-EOF-SWITCH      PIC X VALUE 'N'.
           88  RESULT-EOF         VALUE 'Y'.
       01  BATCH-EOF-SWITCH       PIC X VALUE 'N'.
           88  BATCH-EOF          VALUE 'Y'.

       01  AUDIT-REPORT-FILENAME  PIC X(60) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  CMD-LINE-PARM          PIC X(100) VALUE SPACES.
       01  ACTION-PARM            PIC X(10) VALUE SPACES.
       01  PARM-2                 PIC X(60) VALUE SPACES.
       01  PARM-3                 PIC X(60) VALUE SPACES.
       01  PARM-4                 PIC X(60) VALUE SPACES.
       01  BATCH-PARM             PIC X(60) VALUE SPACES.
       01  TOLERANCE-PARM         PIC X(60) VALUE SPACES.

      * The sample is sized for a 95 % confidence interval of five
      * points either side of the estimate at the worst case, an
      * error rate of one half: 1,96 squared times 0,25 over 0,05
      * squared gives 385 rows, reduced for a small batch by the
      * finite population correction. The sample is spread over the
      * countries in proportion to their rows, at least one row a
      * country.
       01  BASE-SAMPLE-SIZE       PIC 9(4) VALUE 385.
      * A batch is flagged when more than two fields in a hundred
      * checked are wrong, unless another tolerance is given.
       01  DEFAULT-TOLERANCE      PIC 9(3)V99 VALUE 2,00.

       01  RECORDS-READ-COUNT     PIC 9(6) VALUE ZEROS.
       01  RECORDS-LOADED-COUNT   PIC 9(6) VALUE ZEROS.
       01  RECORDS-REJECTED-COUNT PIC 9(6) VALUE ZEROS.
       01  BATCHES-SAMPLED-COUNT  PIC 9(6) VALUE ZEROS.
       01  REJECT-REASON          PIC X(40) VALUE SPACES.
       01  SEQ-NUM                PIC 9(5) VALUE ZEROS.
       01  BATCH-NUM              PIC 9(9) VALUE ZEROS.

       01  PAGE-NUMBER            PIC 9(4) VALUE 1.
       01  PAGE-NUMBER-DISP       PIC ZZZ9.
       01  LINE-COUNT             PIC 9(3) VALUE 0.
       01  LINES-PER-PAGE         PIC 9(3) VALUE 60.
       01  REPORT-TITLE           PIC X(60) VALUE SPACES.
       01  REPORT-LINE            PIC X(132) VALUE SPACES.
       01  DASH-LINE              PIC X(110) VALUE ALL '-'.

       01  BATCH-ID-DISP          PIC Z(8)9.
       01  COUNT-DISP             PIC Z(8)9.
       01  SEQ-DISP               PIC 9(5).
       01  RATE-DISP              PIC ZZ9,999.
       01  TOLERANCE-DISP         PIC ZZ9,99.
       01  FIELD-IDX              PIC 9(2) VALUE ZEROS.
       01  FIELD-VALUE            PIC X(80) VALUE SPACES.
       01  FIELD-FOUND-SWITCH     PIC X VALUE 'N'.
           88  FIELD-FOUND        VALUE 'Y'.
       01  AWAITING-COUNT         PIC 9(6) VALUE ZEROS.
       01  OPEN-FLAG-COUNT        PIC 9(6) VALUE ZEROS.

      * The fields the clerks check on every sampled row, in the
      * order the worksheet prints them.
       01  AUDIT-FIELD-LIST.
           05  FILLER             PIC X(12) VALUE 'LAST-NAME'.
           05  FILLER             PIC X(12) VALUE 'FIRST-NAME'.
           05  FILLER             PIC X(12) VALUE 'EMAIL'.
           05  FILLER             PIC X(12) VALUE 'COUNTRY'.
           05  FILLER             PIC X(12) VALUE 'AGE'.
           05  FILLER             PIC X(12) VALUE 'GENDER'.
           05  FILLER             PIC X(12) VALUE 'SPOKEN'.
           05  FILLER             PIC X(12) VALUE 'ADDRESS'.
       01  AUDIT-FIELD-TABLE REDEFINES AUDIT-FIELD-LIST.
           05  AUDIT-FIELD-CODE   PIC X(12) OCCURS 8 TIMES.
       01  AUDIT-FIELD-COUNT      PIC 9(2) VALUE 8.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".

       01  AUD-BATCH-ID           PIC S9(9) COMP-5 VALUE ZERO.
       01  AUD-POPULATION         PIC S9(9) COMP-5 VALUE ZERO.
       01  AUD-SAMPLE-SIZE        PIC S9(9) COMP-5 VALUE ZERO.
       01  AUD-ROWS-SAMPLED       PIC S9(9) COMP-5 VALUE ZERO.
       01  AUD-SAMPLE-SEED        PIC X(30) VALUE SPACES.
       01  AUD-STATUS             PIC X(10) VALUE SPACES.
       01  AUD-TOLERANCE          PIC S9(3)V99 COMP-3 VALUE ZERO.
       01  AUD-FLAGGED            PIC X(1) VALUE SPACES.
       01  AUD-FILE-NAME          PIC X(60) VALUE SPACES.
       01  AUD-SUPPLIER-ID        PIC X(10) VALUE SPACES.
       01  AUD-BACKED-OUT         PIC X(1) VALUE SPACES.
       01  CLERK-ID               PIC X(10) VALUE SPACES.
       01  ROW-EXISTS-COUNT       PIC S9(9) COMP-5 VALUE ZERO.
       01  RES-SAMPLE-SEQ         PIC S9(9) COMP-5 VALUE ZERO.
       01  RES-FIELD-CODE         PIC X(12) VALUE SPACES.
       01  RES-RESULT             PIC X(1) VALUE SPACES.

       01  SQL-SHEET-ROW.
           05  WKS-SAMPLE-SEQ     PIC S9(9) COMP-5.
           05  WKS-STRATUM        PIC X(10).
           05  WKS-DATABANK-ID    PIC X(36).
           05  WKS-LAST-NAME      PIC X(50).
           05  WKS-FIRST-NAME     PIC X(50).
           05  WKS-EMAIL          PIC X(80).
           05  WKS-COUNTRY        PIC X(50).
           05  WKS-AGE            PIC X(5).
           05  WKS-GENDER         PIC X(10).
           05  WKS-SPOKEN         PIC X(50).
           05  WKS-ADDRESS        PIC X(80).

       01  SQL-ESTIMATE-ROW.
           05  EST-FIELD-CODE     PIC X(12).
           05  EST-ROWS-CHECKED   PIC S9(9) COMP-5.
           05  EST-CHECKS-MADE    PIC S9(9) COMP-5.
           05  EST-CHECKS-WRONG   PIC S9(9) COMP-5.
           05  EST-RATE-PCT       PIC S9(3)V999 COMP-3.
           05  EST-LOW-PCT        PIC S9(3)V999 COMP-3.
           05  EST-HIGH-PCT       PIC S9(3)V999 COMP-3.
           05  EST-OVER           PIC X(1).

       01  SQL-STATUS-ROW.
           05  STA-BATCH-ID       PIC S9(9) COMP-5.
           05  STA-FILE-NAME      PIC X(60).
           05  STA-SUPPLIER-ID    PIC X(10).
           05  STA-POPULATION     PIC S9(9) COMP-5.
           05  STA-SAMPLE-SIZE    PIC S9(9) COMP-5.
           05  STA-STATUS         PIC X(10).
           05  STA-RATE-PCT       PIC S9(3)V999 COMP-3.
           05  STA-HIGH-PCT       PIC S9(3)V999 COMP-3.
           05  STA-FLAGGED        PIC X(1).
           05  STA-BACKED-OUT     PIC X(1).
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

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.

           EVALUATE ACTION-PARM
               WHEN 'SAMPLE'
                   PERFORM 2001-SAMPLE-BATCHES
                       THRU 2001-SAMPLE-BATCHES-END
               WHEN 'RESULTS'
                   PERFORM 3001-LOAD-RESULTS
                       THRU 3001-LOAD-RESULTS-END
                   IF RECORDS-LOADED-COUNT > 0
                       PERFORM 4001-EVALUATE-BATCH
                           THRU 4001-EVALUATE-BATCH-END
                   END-IF
               WHEN 'EVALUATE'
                   PERFORM 4001-EVALUATE-BATCH
                       THRU 4001-EVALUATE-BATCH-END
               WHEN 'STATUS'
                   PERFORM 5001-WRITE-STATUS
                       THRU 5001-WRITE-STATUS-END
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
               MOVE 'SAMPLE' TO ACTION-PARM
           END-IF.

           EVALUATE ACTION-PARM
               WHEN 'SAMPLE'
                   MOVE PARM-2 TO BATCH-PARM
                   IF BATCH-PARM NOT = SPACES
                       PERFORM 1120-GET-BATCH-ID
                           THRU 1120-GET-BATCH-ID-END
                   END-IF
               WHEN 'RESULTS'
                   MOVE FUNCTION UPPER-CASE(PARM-2) TO CLERK-ID
                   MOVE PARM-3 TO BATCH-PARM
                   PERFORM 1120-GET-BATCH-ID
                       THRU 1120-GET-BATCH-ID-END
                   IF CLERK-ID = SPACES
                       PERFORM 1150-SHOW-USAGE
                           THRU 1150-SHOW-USAGE-END
                   END-IF
                   IF PARM-4 = SPACES
                       MOVE AUD-BATCH-ID TO BATCH-ID-DISP
                       STRING 'AUDRES_' DELIMITED BY SIZE
                              FUNCTION TRIM(BATCH-ID-DISP)
                                  DELIMITED BY SIZE
                              '.TXT' DELIMITED BY SIZE
                              INTO AUDIT-RESULT-FILENAME
                   ELSE
                       MOVE PARM-4 TO AUDIT-RESULT-FILENAME
                   END-IF
               WHEN 'EVALUATE'
                   MOVE PARM-2 TO BATCH-PARM
                   PERFORM 1120-GET-BATCH-ID
                       THRU 1120-GET-BATCH-ID-END
                   MOVE PARM-3 TO TOLERANCE-PARM
               WHEN 'STATUS'
                   CONTINUE
               WHEN OTHER
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
           END-EVALUATE.

           IF TOLERANCE-PARM NOT = SPACES
               IF FUNCTION TEST-NUMVAL(TOLERANCE-PARM) NOT = 0
                   DISPLAY 'The tolerance must be a percentage: '
                           FUNCTION TRIM(TOLERANCE-PARM)
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
               END-IF
               COMPUTE AUD-TOLERANCE = FUNCTION NUMVAL(TOLERANCE-PARM)
           END-IF.
       1100-GET-PARMS-END.
      ******************************************************************
       1120-GET-BATCH-ID.
           IF BATCH-PARM = SPACES
            OR FUNCTION TEST-NUMVAL(BATCH-PARM) NOT = 0
               DISPLAY 'The load batch number must be given.'
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.
           COMPUTE AUD-BATCH-ID = FUNCTION NUMVAL(BATCH-PARM).
       1120-GET-BATCH-ID-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: AudSamp [SAMPLE [batch]]'.
           DISPLAY '       AudSamp RESULTS <clerk> <batch> [file]'.
           DISPLAY '       AudSamp EVALUATE <batch> [tolerance-pct]'.
           DISPLAY '       AudSamp STATUS'.
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

           MOVE 'AudSamp' TO ERR-PROGRAM-NAME.
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
      * One batch when a number is given, otherwise every batch still
      * live (not backed out) that has not been sampled.
       2001-SAMPLE-BATCHES.
           IF AUD-BATCH-ID NOT = ZERO
               EXEC SQL
                   SELECT COUNT(*),
                          COALESCE(MAX(CASE WHEN backed_out_at
                                                 IS NULL
                                            THEN 'N' ELSE 'Y' END),
                                   'N')
                   INTO :ROW-EXISTS-COUNT, :AUD-BACKED-OUT
                   FROM load_batch
                   WHERE batch_id = :AUD-BATCH-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
               MOVE AUD-BATCH-ID TO BATCH-ID-DISP
               IF ROW-EXISTS-COUNT = 0 OR AUD-BACKED-OUT = 'Y'
                   DISPLAY 'Load batch ' FUNCTION TRIM(BATCH-ID-DISP)
                           ' is not on file or was backed out.'
                   MOVE 8 TO RETURN-CODE
                   GO TO 2001-SAMPLE-BATCHES-END
               END-IF
               EXEC SQL
                   SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                   FROM audit_batch
                   WHERE batch_id = :AUD-BATCH-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
               IF ROW-EXISTS-COUNT > 0
                   DISPLAY 'Load batch ' FUNCTION TRIM(BATCH-ID-DISP)
                           ' has already been sampled.'
                   MOVE 4 TO RETURN-CODE
                   GO TO 2001-SAMPLE-BATCHES-END
               END-IF
               PERFORM 2100-SAMPLE-ONE-BATCH
                   THRU 2100-SAMPLE-ONE-BATCH-END
               GO TO 2001-SAMPLE-BATCHES-END
           END-IF.

           EXEC SQL DECLARE BATCH_CUR CURSOR FOR
               SELECT lb.batch_id
               FROM load_batch lb
               WHERE lb.backed_out_at IS NULL
                 AND NOT EXISTS
                     (SELECT 1 FROM audit_batch ab
                       WHERE ab.batch_id = lb.batch_id)
               ORDER BY lb.batch_id
           END-EXEC.

           EXEC SQL OPEN BATCH_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM UNTIL BATCH-EOF
               EXEC SQL
                   FETCH BATCH_CUR INTO :AUD-BATCH-ID
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 2100-SAMPLE-ONE-BATCH
                           THRU 2100-SAMPLE-ONE-BATCH-END
                   WHEN +100
                       SET BATCH-EOF TO TRUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE BATCH_CUR END-EXEC.

           DISPLAY 'Batches sampled: ' BATCHES-SAMPLED-COUNT '.'.
       2001-SAMPLE-BATCHES-END.
      ******************************************************************
      * The draw orders each country's rows by a hash of the row id
      * and a seed taken from the clock; the seed is kept, so the same
      * sample can be drawn again when the worksheet is disputed.
      * A batch with no rows left on file is recorded as EMPTY so it
      * is not offered again.
       2100-SAMPLE-ONE-BATCH.
           MOVE AUD-BATCH-ID TO BATCH-ID-DISP.

           EXEC SQL
               SELECT COUNT(*) INTO :AUD-POPULATION
               FROM databank
               WHERE load_batch_id = :AUD-BATCH-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT TO_CHAR(CURRENT_TIMESTAMP,
                              'YYYYMMDDHH24MISSUS')
               INTO :AUD-SAMPLE-SEED
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF AUD-POPULATION = 0
               MOVE 'EMPTY' TO AUD-STATUS
               MOVE ZERO TO AUD-ROWS-SAMPLED
               PERFORM 2300-RECORD-AUDIT-BATCH
                   THRU 2300-RECORD-AUDIT-BATCH-END
               DISPLAY 'Load batch ' FUNCTION TRIM(BATCH-ID-DISP)
                       ' has no rows on file - not sampled.'
               GO TO 2100-SAMPLE-ONE-BATCH-END
           END-IF.

           IF AUD-POPULATION NOT > BASE-SAMPLE-SIZE
               MOVE AUD-POPULATION TO AUD-SAMPLE-SIZE
           ELSE
               COMPUTE AUD-SAMPLE-SIZE =
                   (BASE-SAMPLE-SIZE * AUD-POPULATION
                    + BASE-SAMPLE-SIZE + AUD-POPULATION - 2)
                   / (BASE-SAMPLE-SIZE + AUD-POPULATION - 1)
           END-IF.

           EXEC SQL
               INSERT INTO audit_sample
                   (batch_id, sample_seq, databank_id, stratum,
                    stratum_rows)
               WITH b AS (
                   SELECT d.id AS databank_id,
                          UPPER(COALESCE(NULLIF(TRIM(d.country_code),
                                                ''), '??'))
                              AS stratum
                   FROM databank d
                   WHERE d.load_batch_id = :AUD-BATCH-ID),
               s AS (
                   SELECT stratum, COUNT(*) AS pop_h,
                          LEAST(COUNT(*),
                                GREATEST(1, ROUND(
                                    CAST(COUNT(*) AS NUMERIC)
                                    * :AUD-SAMPLE-SIZE
                                    / :AUD-POPULATION))) AS take_h
                   FROM b
                   GROUP BY stratum),
               x AS (
                   SELECT b.databank_id, b.stratum, s.pop_h, s.take_h,
                          ROW_NUMBER() OVER
                              (PARTITION BY b.stratum
                               ORDER BY MD5(CAST(b.databank_id
                                                 AS VARCHAR)
                                            || :AUD-SAMPLE-SEED))
                              AS pick_no
                   FROM b
                   JOIN s ON s.stratum = b.stratum)
               SELECT :AUD-BATCH-ID,
                      ROW_NUMBER() OVER (ORDER BY x.stratum,
                                                  x.pick_no),
                      x.databank_id, x.stratum, x.pop_h
               FROM x
               WHERE x.pick_no <= x.take_h
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :AUD-ROWS-SAMPLED
               FROM audit_sample
               WHERE batch_id = :AUD-BATCH-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'SAMPLED' TO AUD-STATUS.
           PERFORM 2300-RECORD-AUDIT-BATCH
               THRU 2300-RECORD-AUDIT-BATCH-END.

           PERFORM 2500-WRITE-WORKSHEET
               THRU 2500-WRITE-WORKSHEET-END.

           ADD 1 TO BATCHES-SAMPLED-COUNT.
           MOVE AUD-ROWS-SAMPLED TO COUNT-DISP.
           DISPLAY 'Load batch ' FUNCTION TRIM(BATCH-ID-DISP)
                   ' - rows sampled: ' FUNCTION TRIM(COUNT-DISP)
                   ' - worksheet ' FUNCTION TRIM(AUDIT-REPORT-FILENAME).
       2100-SAMPLE-ONE-BATCH-END.
      ******************************************************************
       2300-RECORD-AUDIT-BATCH.
           EXEC SQL
               INSERT INTO audit_batch
                   (batch_id, population, sample_size, sample_seed,
                    sampled_at, status, flagged)
               VALUES
                   (:AUD-BATCH-ID, :AUD-POPULATION, :AUD-ROWS-SAMPLED,
                    TRIM(:AUD-SAMPLE-SEED), CURRENT_TIMESTAMP,
                    TRIM(:AUD-STATUS), 'N')
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       2300-RECORD-AUDIT-BATCH-END.
      ******************************************************************
      * The worksheet shows each sampled row with the value on file
      * for every field checked, and a box for the clerk's verdict.
      * A row is never split over two pages.
       2500-WRITE-WORKSHEET.
           MOVE SPACES TO AUDIT-REPORT-FILENAME.
           STRING 'AUDSHEET_' DELIMITED BY SIZE
                  FUNCTION TRIM(BATCH-ID-DISP) DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO AUDIT-REPORT-FILENAME.

           EXEC SQL
               SELECT COALESCE(file_name, ' '),
                      COALESCE(supplier_id, ' ')
               INTO :AUD-FILE-NAME, :AUD-SUPPLIER-ID
               FROM load_batch
               WHERE batch_id = :AUD-BATCH-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO REPORT-TITLE.
           STRING 'Audit verification worksheet - load batch '
                      DELIMITED BY SIZE
                  FUNCTION TRIM(BATCH-ID-DISP) DELIMITED BY SIZE
                  INTO REPORT-TITLE.
           PERFORM 1250-OPEN-REPORT-FILE
               THRU 1250-OPEN-REPORT-FILE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'File: ' DELIMITED BY SIZE
                  FUNCTION TRIM(AUD-FILE-NAME) DELIMITED BY SIZE
                  '   Supplier: ' DELIMITED BY SIZE
                  FUNCTION TRIM(AUD-SUPPLIER-ID) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           MOVE AUD-POPULATION TO COUNT-DISP.
           STRING 'Rows in the batch: ' DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           MOVE AUD-ROWS-SAMPLED TO COUNT-DISP.
           STRING '   rows sampled: ' DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                  '   seed: ' DELIMITED BY SIZE
                  FUNCTION TRIM(AUD-SAMPLE-SEED) DELIMITED BY SIZE
                  INTO REPORT-LINE(40:90).
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE 'Check each value against the source document and tick
      -        ' correct or wrong. Key one record per field:'
               TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE SPACES TO REPORT-LINE.
           STRING '  batch (9 digits) sample (5 digits) field code'
                      DELIMITED BY SIZE
                  ' (12) C or W, one space apart, into AUDRES_'
                      DELIMITED BY SIZE
                  FUNCTION TRIM(BATCH-ID-DISP) DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           EXEC SQL DECLARE SHEET_CUR CURSOR FOR
               SELECT a.sample_seq, a.stratum, a.databank_id,
                      COALESCE(d.last_name, ' '),
                      COALESCE(d.first_name, ' '),
                      COALESCE(d.email, ' '),
                      COALESCE(d.country, ' '),
                      COALESCE(CAST(d.age AS VARCHAR), ' '),
                      COALESCE(d.gender, ' '),
                      COALESCE(d.spoken, ' '),
                      CASE WHEN d.id IS NULL
                           THEN '(row no longer on file)'
                           ELSE TRIM(COALESCE(d.street, '') || ' ' ||
                                     COALESCE(d.house_no, '') || ' ' ||
                                     COALESCE(d.box_no, '') || ', ' ||
                                     COALESCE(d.postal_code, '') ||
                                     ' ' || COALESCE(d.city, ''))
                      END
               FROM audit_sample a
               LEFT JOIN databank d ON d.id = a.databank_id
               WHERE a.batch_id = :AUD-BATCH-ID
               ORDER BY a.sample_seq
           END-EXEC.

           EXEC SQL OPEN SHEET_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH SHEET_CUR
                   INTO :WKS-SAMPLE-SEQ, :WKS-STRATUM,
                        :WKS-DATABANK-ID, :WKS-LAST-NAME,
                        :WKS-FIRST-NAME, :WKS-EMAIL, :WKS-COUNTRY,
                        :WKS-AGE, :WKS-GENDER, :WKS-SPOKEN,
                        :WKS-ADDRESS
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 2550-WRITE-SAMPLE-ROW
                           THRU 2550-WRITE-SAMPLE-ROW-END
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE SHEET_CUR END-EXEC.

           CLOSE AUDIT-REPORT-FILE.
       2500-WRITE-WORKSHEET-END.
      ******************************************************************
       2550-WRITE-SAMPLE-ROW.
           IF LINE-COUNT + AUDIT-FIELD-COUNT + 2 > LINES-PER-PAGE
               PERFORM 1400-NEW-PAGE
                   THRU 1400-NEW-PAGE-END
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE WKS-SAMPLE-SEQ TO SEQ-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Sample ' DELIMITED BY SIZE
                  SEQ-DISP DELIMITED BY SIZE
                  '   country ' DELIMITED BY SIZE
                  FUNCTION TRIM(WKS-STRATUM) DELIMITED BY SIZE
                  '   row ' DELIMITED BY SIZE
                  FUNCTION TRIM(WKS-DATABANK-ID) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           PERFORM VARYING FIELD-IDX FROM 1 BY 1
                   UNTIL FIELD-IDX > AUDIT-FIELD-COUNT
               EVALUATE FIELD-IDX
                   WHEN 1 MOVE WKS-LAST-NAME TO FIELD-VALUE
                   WHEN 2 MOVE WKS-FIRST-NAME TO FIELD-VALUE
                   WHEN 3 MOVE WKS-EMAIL TO FIELD-VALUE
                   WHEN 4 MOVE WKS-COUNTRY TO FIELD-VALUE
                   WHEN 5 MOVE WKS-AGE TO FIELD-VALUE
                   WHEN 6 MOVE WKS-GENDER TO FIELD-VALUE
                   WHEN 7 MOVE WKS-SPOKEN TO FIELD-VALUE
                   WHEN 8 MOVE WKS-ADDRESS TO FIELD-VALUE
               END-EVALUATE
               MOVE SPACES TO REPORT-LINE
               MOVE AUDIT-FIELD-CODE(FIELD-IDX) TO REPORT-LINE(4:12)
               MOVE FIELD-VALUE(1:70) TO REPORT-LINE(17:70)
               MOVE '[ ] correct   [ ] wrong' TO REPORT-LINE(90:23)
               PERFORM 1200-WRITE-REPORT-LINE
                   THRU 1200-WRITE-REPORT-LINE-END
           END-PERFORM.
       2550-WRITE-SAMPLE-ROW-END.
      ******************************************************************
      * Keying a record again replaces the earlier verdict, so a
      * corrected results file can simply be loaded again. Records
      * for another batch, a sample number not drawn or an unknown
      * field are rejected and listed.
       3001-LOAD-RESULTS.
           MOVE AUD-BATCH-ID TO BATCH-ID-DISP.

           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(status), ' ')
               INTO :ROW-EXISTS-COUNT, :AUD-STATUS
               FROM audit_batch
               WHERE batch_id = :AUD-BATCH-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF ROW-EXISTS-COUNT = 0 OR AUD-STATUS = 'EMPTY'
               DISPLAY 'Load batch ' FUNCTION TRIM(BATCH-ID-DISP)
                       ' has no audit sample.'
               MOVE 8 TO RETURN-CODE
               GO TO 3001-LOAD-RESULTS-END
           END-IF.

           OPEN INPUT AUDIT-RESULT-FILE.

           IF AUDIT-RESULT-NOT-FOUND
               DISPLAY 'Audit results file not found: '
                       FUNCTION TRIM(AUDIT-RESULT-FILENAME)
               MOVE 8 TO RETURN-CODE
               GO TO 3001-LOAD-RESULTS-END
           END-IF.

           IF NOT AUDIT-RESULT-STATUS-OK
               DISPLAY 'Error opening audit results file, status: '
                       WS-AUDIT-RESULT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 3001-LOAD-RESULTS-END
           END-IF.

           READ AUDIT-RESULT-FILE
               AT END SET RESULT-EOF TO TRUE
           END-READ.

           PERFORM WITH TEST BEFORE UNTIL RESULT-EOF
               IF AUDIT-RESULT-RECORD NOT = SPACES
                   ADD 1 TO RECORDS-READ-COUNT
                   PERFORM 3100-LOAD-ONE-RESULT
                       THRU 3100-LOAD-ONE-RESULT-END
               END-IF

               READ AUDIT-RESULT-FILE
                   AT END SET RESULT-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE AUDIT-RESULT-FILE.

           IF RECORDS-LOADED-COUNT > 0
               EXEC SQL
                   UPDATE audit_batch
                      SET status = 'CHECKED',
                          results_by = TRIM(:CLERK-ID),
                          results_at = CURRENT_TIMESTAMP
                   WHERE batch_id = :AUD-BATCH-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           DISPLAY 'Load batch ' FUNCTION TRIM(BATCH-ID-DISP)
                   ' - results read: ' RECORDS-READ-COUNT
                   '  loaded: ' RECORDS-LOADED-COUNT
                   '  rejected: ' RECORDS-REJECTED-COUNT.

           IF RECORDS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       3001-LOAD-RESULTS-END.
      ******************************************************************
       3100-LOAD-ONE-RESULT.
           MOVE SPACES TO REJECT-REASON.
           MOVE FUNCTION UPPER-CASE(AR-FIELD-CODE) TO RES-FIELD-CODE.
           MOVE FUNCTION UPPER-CASE(AR-RESULT) TO RES-RESULT.

           EVALUATE TRUE
               WHEN AR-BATCH-ID IS NOT NUMERIC
                   MOVE 'batch number is not numeric'
                       TO REJECT-REASON
               WHEN AR-SAMPLE-SEQ IS NOT NUMERIC
                   MOVE 'sample number is not numeric'
                       TO REJECT-REASON
               WHEN RES-RESULT NOT = 'C' AND RES-RESULT NOT = 'W'
                   MOVE 'result is not C or W' TO REJECT-REASON
           END-EVALUATE.

           IF REJECT-REASON = SPACES
               MOVE AR-BATCH-ID TO BATCH-NUM
               IF BATCH-NUM NOT = AUD-BATCH-ID
                   MOVE 'record is for another batch'
                       TO REJECT-REASON
               END-IF
           END-IF.

           IF REJECT-REASON = SPACES
               MOVE 'N' TO FIELD-FOUND-SWITCH
               PERFORM VARYING FIELD-IDX FROM 1 BY 1
                       UNTIL FIELD-IDX > AUDIT-FIELD-COUNT
                   IF AUDIT-FIELD-CODE(FIELD-IDX) = RES-FIELD-CODE
                       SET FIELD-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT FIELD-FOUND
                   MOVE 'field code not on the worksheet'
                       TO REJECT-REASON
               END-IF
           END-IF.

           IF REJECT-REASON = SPACES
               MOVE AR-SAMPLE-SEQ TO SEQ-NUM
               MOVE SEQ-NUM TO RES-SAMPLE-SEQ
               EXEC SQL
                   SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                   FROM audit_sample
                   WHERE batch_id = :AUD-BATCH-ID
                     AND sample_seq = :RES-SAMPLE-SEQ
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
               IF ROW-EXISTS-COUNT = 0
                   MOVE 'sample number was not drawn'
                       TO REJECT-REASON
               END-IF
           END-IF.

           IF REJECT-REASON NOT = SPACES
               ADD 1 TO RECORDS-REJECTED-COUNT
               DISPLAY 'Rejected record ' RECORDS-READ-COUNT ': '
                       FUNCTION TRIM(REJECT-REASON) ' - '
                       FUNCTION TRIM(AUDIT-RESULT-RECORD)
               GO TO 3100-LOAD-ONE-RESULT-END
           END-IF.

           EXEC SQL
               INSERT INTO audit_sample_result
                   (batch_id, sample_seq, field_code, result,
                    recorded_by, recorded_at)
               VALUES
                   (:AUD-BATCH-ID, :RES-SAMPLE-SEQ,
                    TRIM(:RES-FIELD-CODE), :RES-RESULT,
                    TRIM(:CLERK-ID), CURRENT_TIMESTAMP)
               ON CONFLICT (batch_id, sample_seq, field_code)
               DO UPDATE SET result = EXCLUDED.result,
                             recorded_by = EXCLUDED.recorded_by,
                             recorded_at = EXCLUDED.recorded_at
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           ADD 1 TO RECORDS-LOADED-COUNT.
       3100-LOAD-ONE-RESULT-END.
      ******************************************************************
      * The estimate is stratified: each country's error rate counts
      * in proportion to its rows in the batch, and so does its share
      * of the variance, reduced by the part of the country that was
      * checked. The interval is the estimate plus or minus 1,96
      * standard errors. When no error at all was found the upper
      * bound is three over the checks made - the usual 95 % bound
      * for a clean sample - rather than a meaningless zero. The
      * row ALL pools every field checked and decides the flag.
       4001-EVALUATE-BATCH.
           MOVE AUD-BATCH-ID TO BATCH-ID-DISP.

           EXEC SQL
               SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
               FROM audit_sample_result
               WHERE batch_id = :AUD-BATCH-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF ROW-EXISTS-COUNT = 0
               DISPLAY 'Load batch ' FUNCTION TRIM(BATCH-ID-DISP)
                       ' has no audit results to evaluate.'
               MOVE 8 TO RETURN-CODE
               GO TO 4001-EVALUATE-BATCH-END
           END-IF.

           IF TOLERANCE-PARM = SPACES
               MOVE DEFAULT-TOLERANCE TO AUD-TOLERANCE
               EXEC SQL
                   SELECT COALESCE(MAX(tolerance_pct), :AUD-TOLERANCE)
                   INTO :AUD-TOLERANCE
                   FROM audit_batch
                   WHERE batch_id = :AUD-BATCH-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           EXEC SQL
               DELETE FROM audit_field_estimate
               WHERE batch_id = :AUD-BATCH-ID
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO audit_field_estimate
                   (batch_id, field_code, rows_checked, checks_made,
                    checks_wrong, error_rate_pct, ci_low_pct,
                    ci_high_pct, over_tolerance, calculated_at)
               WITH h AS (
                   SELECT r.field_code AS fld, a.stratum,
                          MAX(a.stratum_rows) AS pop_h,
                          COUNT(DISTINCT a.sample_seq) AS rows_h,
                          COUNT(*) AS k_h,
                          COUNT(*) FILTER (WHERE r.result = 'W')
                              AS w_h
                   FROM audit_sample a
                   JOIN audit_sample_result r
                     ON r.batch_id = a.batch_id
                    AND r.sample_seq = a.sample_seq
                   WHERE a.batch_id = :AUD-BATCH-ID
                   GROUP BY GROUPING SETS ((r.field_code, a.stratum),
                                           (a.stratum))),
               t AS (
                   SELECT fld, SUM(pop_h) AS pop
                   FROM h
                   GROUP BY fld),
               e AS (
                   SELECT h.fld,
                          SUM(h.rows_h) AS rows_chk,
                          SUM(h.k_h) AS checks,
                          SUM(h.w_h) AS wrong,
                          SUM(CAST(h.pop_h AS NUMERIC) / t.pop
                              * h.w_h / h.k_h) AS p,
                          SUM(POWER(CAST(h.pop_h AS NUMERIC) / t.pop,
                                    2)
                              * h.w_h / h.k_h
                              * (h.k_h - h.w_h) / h.k_h / h.k_h
                              * GREATEST(0, 1 - CAST(h.rows_h
                                                     AS NUMERIC)
                                                / h.pop_h)) AS v
                   FROM h
                   JOIN t ON t.fld IS NOT DISTINCT FROM h.fld
                   GROUP BY h.fld)
               SELECT :AUD-BATCH-ID, COALESCE(e.fld, 'ALL'),
                      e.rows_chk, e.checks, e.wrong,
                      ROUND(e.p * 100, 3),
                      ROUND(GREATEST(0, e.p - 1.96 * SQRT(e.v))
                            * 100, 3),
                      ROUND(LEAST(1,
                                  GREATEST(e.p + 1.96 * SQRT(e.v),
                                           CASE WHEN e.wrong = 0
                                                THEN 3.0 / e.checks
                                                ELSE 0 END))
                            * 100, 3),
                      CASE WHEN e.p * 100 > :AUD-TOLERANCE
                           THEN 'Y' ELSE 'N' END,
                      CURRENT_TIMESTAMP
               FROM e
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE audit_batch
                  SET tolerance_pct = :AUD-TOLERANCE,
                      flagged =
                          COALESCE((SELECT e.over_tolerance
                                      FROM audit_field_estimate e
                                     WHERE e.batch_id = :AUD-BATCH-ID
                                       AND e.field_code = 'ALL'),
                                   'N'),
                      evaluated_at = CURRENT_TIMESTAMP
               WHERE batch_id = :AUD-BATCH-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 4500-WRITE-EVALUATION
               THRU 4500-WRITE-EVALUATION-END.
       4001-EVALUATE-BATCH-END.
      ******************************************************************
       4500-WRITE-EVALUATION.
           EXEC SQL
               SELECT COALESCE(lb.file_name, ' '),
                      COALESCE(lb.supplier_id, ' '),
                      ab.population, ab.sample_size, ab.flagged,
                      CASE WHEN lb.backed_out_at IS NULL
                           THEN 'N' ELSE 'Y' END
               INTO :AUD-FILE-NAME, :AUD-SUPPLIER-ID,
                    :AUD-POPULATION, :AUD-ROWS-SAMPLED, :AUD-FLAGGED,
                    :AUD-BACKED-OUT
               FROM audit_batch ab
               JOIN load_batch lb ON lb.batch_id = ab.batch_id
               WHERE ab.batch_id = :AUD-BATCH-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO AUDIT-REPORT-FILENAME.
           STRING 'AUDEVAL_' DELIMITED BY SIZE
                  FUNCTION TRIM(BATCH-ID-DISP) DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO AUDIT-REPORT-FILENAME.

           MOVE SPACES TO REPORT-TITLE.
           STRING 'Audit sample evaluation - load batch '
                      DELIMITED BY SIZE
                  FUNCTION TRIM(BATCH-ID-DISP) DELIMITED BY SIZE
                  INTO REPORT-TITLE.
           PERFORM 1250-OPEN-REPORT-FILE
               THRU 1250-OPEN-REPORT-FILE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'File: ' DELIMITED BY SIZE
                  FUNCTION TRIM(AUD-FILE-NAME) DELIMITED BY SIZE
                  '   Supplier: ' DELIMITED BY SIZE
                  FUNCTION TRIM(AUD-SUPPLIER-ID) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           MOVE AUD-POPULATION TO COUNT-DISP.
           STRING 'Rows in the batch: ' DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           MOVE AUD-ROWS-SAMPLED TO COUNT-DISP.
           MOVE AUD-TOLERANCE TO TOLERANCE-DISP.
           STRING '   rows sampled: ' DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                  '   tolerance: ' DELIMITED BY SIZE
                  FUNCTION TRIM(TOLERANCE-DISP) DELIMITED BY SIZE
                  ' pct of fields wrong' DELIMITED BY SIZE
                  INTO REPORT-LINE(40:90).
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Field         Rows checked    Checks     Wrong'
                      DELIMITED BY SIZE
                  '   Error pct   95 pct interval        Over'
                      DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           EXEC SQL DECLARE EST_CUR CURSOR FOR
               SELECT field_code, rows_checked, checks_made,
                      checks_wrong, error_rate_pct, ci_low_pct,
                      ci_high_pct, over_tolerance
               FROM audit_field_estimate
               WHERE batch_id = :AUD-BATCH-ID
               ORDER BY CASE WHEN field_code = 'ALL' THEN 1 ELSE 0 END,
                        field_code
           END-EXEC.

           EXEC SQL OPEN EST_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH EST_CUR
                   INTO :EST-FIELD-CODE, :EST-ROWS-CHECKED,
                        :EST-CHECKS-MADE, :EST-CHECKS-WRONG,
                        :EST-RATE-PCT, :EST-LOW-PCT, :EST-HIGH-PCT,
                        :EST-OVER
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 4550-WRITE-ESTIMATE-LINE
                           THRU 4550-WRITE-ESTIMATE-LINE-END
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE EST_CUR END-EXEC.

           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRUE
               WHEN AUD-FLAGGED NOT = 'Y'
                   STRING 'Batch within tolerance.'
                              DELIMITED BY SIZE
                          INTO REPORT-LINE
               WHEN AUD-BACKED-OUT = 'Y'
                   STRING 'Batch ABOVE tolerance - already backed'
                              DELIMITED BY SIZE
                          ' out.' DELIMITED BY SIZE
                          INTO REPORT-LINE
               WHEN OTHER
                   STRING 'Batch ABOVE tolerance - review it, or '
                              DELIMITED BY SIZE
                          'back it out: LoadBack <operator> '
                              DELIMITED BY SIZE
                          '<ticket> ' DELIMITED BY SIZE
                          FUNCTION TRIM(BATCH-ID-DISP)
                              DELIMITED BY SIZE
                          INTO REPORT-LINE
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           DISPLAY REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           CLOSE AUDIT-REPORT-FILE.
           DISPLAY 'Evaluation written: '
                   FUNCTION TRIM(AUDIT-REPORT-FILENAME).
       4500-WRITE-EVALUATION-END.
      ******************************************************************
       4550-WRITE-ESTIMATE-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE EST-FIELD-CODE TO REPORT-LINE(1:12).
           MOVE EST-ROWS-CHECKED TO COUNT-DISP.
           MOVE COUNT-DISP TO REPORT-LINE(15:9).
           MOVE EST-CHECKS-MADE TO COUNT-DISP.
           MOVE COUNT-DISP TO REPORT-LINE(26:9).
           MOVE EST-CHECKS-WRONG TO COUNT-DISP.
           MOVE COUNT-DISP TO REPORT-LINE(37:9).
           MOVE EST-RATE-PCT TO RATE-DISP.
           MOVE RATE-DISP TO REPORT-LINE(50:7).
           MOVE EST-LOW-PCT TO RATE-DISP.
           MOVE RATE-DISP TO REPORT-LINE(62:7).
           MOVE '-' TO REPORT-LINE(70:1).
           MOVE EST-HIGH-PCT TO RATE-DISP.
           MOVE RATE-DISP TO REPORT-LINE(72:7).
           IF EST-OVER = 'Y'
               MOVE 'OVER' TO REPORT-LINE(85:4)
           END-IF.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
       4550-WRITE-ESTIMATE-LINE-END.
      ******************************************************************
      * Every batch ever sampled, newest first, with what is still
      * outstanding: worksheets not returned, and flagged batches
      * still live.
       5001-WRITE-STATUS.
           MOVE SPACES TO AUDIT-REPORT-FILENAME.
           STRING 'AUDSTAT_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO AUDIT-REPORT-FILENAME.

           MOVE 'Audit sampling status' TO REPORT-TITLE.
           PERFORM 1250-OPEN-REPORT-FILE
               THRU 1250-OPEN-REPORT-FILE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING '    Batch  File                           Supplier'
                      DELIMITED BY SIZE
                  '         Rows    Sample  Status     Error pct'
                      DELIMITED BY SIZE
                  '  Upper pct  Note' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           EXEC SQL DECLARE STATUS_CUR CURSOR FOR
               SELECT ab.batch_id, COALESCE(lb.file_name, ' '),
                      COALESCE(lb.supplier_id, ' '),
                      COALESCE(ab.population, 0),
                      COALESCE(ab.sample_size, 0), ab.status,
                      COALESCE(e.error_rate_pct, 0),
                      COALESCE(e.ci_high_pct, 0),
                      COALESCE(ab.flagged, 'N'),
                      CASE WHEN lb.backed_out_at IS NULL
                           THEN 'N' ELSE 'Y' END
               FROM audit_batch ab
               LEFT JOIN load_batch lb ON lb.batch_id = ab.batch_id
               LEFT JOIN audit_field_estimate e
                      ON e.batch_id = ab.batch_id
                     AND e.field_code = 'ALL'
               ORDER BY ab.batch_id DESC
           END-EXEC.

           EXEC SQL OPEN STATUS_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH STATUS_CUR
                   INTO :STA-BATCH-ID, :STA-FILE-NAME,
                        :STA-SUPPLIER-ID, :STA-POPULATION,
                        :STA-SAMPLE-SIZE, :STA-STATUS,
                        :STA-RATE-PCT, :STA-HIGH-PCT, :STA-FLAGGED,
                        :STA-BACKED-OUT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 5050-WRITE-STATUS-LINE
                           THRU 5050-WRITE-STATUS-LINE-END
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE STATUS_CUR END-EXEC.

           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Worksheets awaiting results: ' DELIMITED BY SIZE
                  AWAITING-COUNT DELIMITED BY SIZE
                  '   flagged batches not yet backed out: '
                      DELIMITED BY SIZE
                  OPEN-FLAG-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           CLOSE AUDIT-REPORT-FILE.
       5001-WRITE-STATUS-END.
      ******************************************************************
       5050-WRITE-STATUS-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE STA-BATCH-ID TO COUNT-DISP.
           MOVE COUNT-DISP TO REPORT-LINE(1:9).
           MOVE STA-FILE-NAME(1:30) TO REPORT-LINE(12:30).
           MOVE STA-SUPPLIER-ID TO REPORT-LINE(43:10).
           MOVE STA-POPULATION TO COUNT-DISP.
           MOVE COUNT-DISP TO REPORT-LINE(53:9).
           MOVE STA-SAMPLE-SIZE TO COUNT-DISP.
           MOVE COUNT-DISP TO REPORT-LINE(63:9).
           MOVE STA-STATUS TO REPORT-LINE(74:10).
           IF STA-STATUS = 'CHECKED'
               MOVE STA-RATE-PCT TO RATE-DISP
               MOVE RATE-DISP TO REPORT-LINE(87:7)
               MOVE STA-HIGH-PCT TO RATE-DISP
               MOVE RATE-DISP TO REPORT-LINE(98:7)
           END-IF.
           EVALUATE TRUE
               WHEN STA-STATUS = 'SAMPLED'
                   ADD 1 TO AWAITING-COUNT
                   MOVE 'awaiting results' TO REPORT-LINE(107:16)
               WHEN STA-FLAGGED = 'Y' AND STA-BACKED-OUT = 'Y'
                   MOVE 'OVER - backed out' TO REPORT-LINE(107:17)
               WHEN STA-FLAGGED = 'Y'
                   ADD 1 TO OPEN-FLAG-COUNT
                   MOVE 'OVER - to review' TO REPORT-LINE(107:16)
           END-EVALUATE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
       5050-WRITE-STATUS-LINE-END.
      ******************************************************************
       1250-OPEN-REPORT-FILE.
           OPEN OUTPUT AUDIT-REPORT-FILE.
           MOVE 1 TO PAGE-NUMBER.
           MOVE 0 TO LINE-COUNT.
           PERFORM 1300-PRINT-PAGE-HEADER
               THRU 1300-PRINT-PAGE-HEADER-END.
       1250-OPEN-REPORT-FILE-END.
      ******************************************************************
       1200-WRITE-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE FROM REPORT-LINE.
           ADD 1 TO LINE-COUNT.

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
           STRING REPORT-TITLE DELIMITED BY SIZE
                  '   Run Date: ' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '   Page: ' DELIMITED BY SIZE
                  PAGE-NUMBER-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE AUDIT-REPORT-LINE FROM REPORT-LINE.
           WRITE AUDIT-REPORT-LINE FROM DASH-LINE.

           MOVE 2 TO LINE-COUNT.
           MOVE SPACES TO REPORT-LINE.
       1300-PRINT-PAGE-HEADER-END.
      ******************************************************************
      * A worksheet row that would not fit starts on a new page.
       1400-NEW-PAGE.
           MOVE SPACES TO REPORT-LINE.
           WRITE AUDIT-REPORT-LINE FROM REPORT-LINE.
           PERFORM 1300-PRINT-PAGE-HEADER
               THRU 1300-PRINT-PAGE-HEADER-END.
       1400-NEW-PAGE-END.
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
