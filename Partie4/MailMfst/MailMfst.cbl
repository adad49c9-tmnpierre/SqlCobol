       IDENTIFICATION DIVISION.
       PROGRAM-ID. MailMfst.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIECE-FILE ASSIGN TO PIECE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIECE-STATUS.

           SELECT LETTER-FILE ASSIGN TO LETTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT DEPOSIT-FILE ASSIGN TO DEPOSIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * BelInfo's piece index, one record per letter in the letter
      * file and in the same order: piece number, recipient, postal
      * code, street and the number of lines the letter printed to.
       FD  PIECE-FILE.
       01  PIECE-RECORD.
           05  PC-PIECE-NO        PIC 9(6).
           05  PC-DATABANK-ID     PIC X(36).
           05  PC-POSTAL-CODE     PIC X(10).
           05  PC-STREET          PIC X(50).
           05  PC-LINE-COUNT      PIC 9(4).

       FD  LETTER-FILE.
       01  LETTER-LINE            PIC X(132).

       FD  DEPOSIT-FILE.
       01  DEPOSIT-LINE           PIC X(150).

       WORKING-STORAGE SECTION.
      * The post office only grants the bulk tariff for a presorted
      * deposit handed in with its manifest. BelInfo already writes
      * its letter runs in sorting order; this job, run straight
      * after it, numbers the bundles, writes the deposit manifest
      * per letter file (pieces per sorting zone and weight class,
      * postage estimate) and balances the manifest against the
      * letter file's own count. A deposit that does not balance is
      * refused at the counter, so it records a blocked verdict and
      * Distrib's release gate keeps the run in the house.
       01  PIECE-FILENAME         PIC X(60) VALUE SPACES.
       01  WS-PIECE-STATUS        PIC X(02) VALUE SPACES.
           88  PIECE-STATUS-OK           VALUE '00'.
       01  PIECE-EOF-SWITCH       PIC X VALUE 'N'.
           88  PIECE-EOF          VALUE 'Y'.
       01  LETTER-FILENAME        PIC X(60) VALUE SPACES.
       01  WS-LETTER-STATUS       PIC X(02) VALUE SPACES.
           88  LETTER-STATUS-OK          VALUE '00'.
       01  LETTER-EOF-SWITCH      PIC X VALUE 'N'.
           88  LETTER-EOF         VALUE 'Y'.
       01  DEPOSIT-FILENAME       PIC X(60) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  RUN-MODE-PARM          PIC X(30) VALUE SPACES.
       01  RUN-MODE-TOKEN         PIC X(10) VALUE SPACES.
       01  RUN-MODE-PTR           PIC 9(3) VALUE 1.
       01  REPORT-LINE            PIC X(150) VALUE SPACES.
       01  REPORT-LINE-COUNT      PIC 9(6) VALUE ZEROS.
       01  DASH-LINE              PIC X(78) VALUE ALL '-'.

      * Every BelInfo letter opens and closes with this rule, so two
      * of them make one piece when the letter file is counted.
       01  LETTER-RULE            PIC X(60) VALUE ALL '-'.

      * Weighing: a letter prints PAGE-LINES lines to a sheet, and an
      * envelope weighs ENVELOPE-GRAMS plus SHEET-GRAMS per sheet. A
      * bundle closes at BUNDLE-MAX-PIECES or when the sorting zone
      * changes, whichever comes first.
       01  PAGE-LINES             PIC 9(3) VALUE 60.
       01  SHEET-GRAMS            PIC 9(3) VALUE 5.
       01  ENVELOPE-GRAMS         PIC 9(3) VALUE 5.
       01  BUNDLE-MAX-PIECES      PIC 9(4) VALUE 50.

       01  FILE-NAME-PART-1       PIC X(20) VALUE SPACES.
       01  FILE-NAME-PART-3       PIC X(20) VALUE SPACES.

       01  ZONE-TABLE.
           05  ZN-ENTRY           OCCURS 500 TIMES.
               10  ZN-PREFIX      PIC X(10).
               10  ZN-PREFIX-LEN  PIC 9(2).
               10  ZN-ZONE        PIC X(10).
       01  ZN-COUNT               PIC 9(3) VALUE ZEROS.
       01  ZN-IDX                 PIC 9(3) VALUE ZEROS.
       01  ZN-BEST-LEN            PIC 9(2) VALUE ZEROS.

       01  TARIFF-TABLE.
           05  TF-ENTRY           OCCURS 10 TIMES.
               10  TF-CLASS       PIC X(1).
               10  TF-MAX-GRAMS   PIC 9(5).
               10  TF-RATE        PIC S9(4)V999.
               10  TF-PIECES      PIC 9(6).
               10  TF-POSTAGE     PIC S9(9)V99.
       01  TF-COUNT               PIC 9(2) VALUE ZEROS.
       01  TF-IDX                 PIC 9(2) VALUE ZEROS.
       01  TF-HIT                 PIC 9(2) VALUE ZEROS.

       01  ZONE-TALLY-TABLE.
           05  ZT-ENTRY           OCCURS 300 TIMES.
               10  ZT-ZONE        PIC X(10).
               10  ZT-PIECES      PIC 9(6).
               10  ZT-POSTAGE     PIC S9(9)V99.
       01  ZT-COUNT               PIC 9(3) VALUE ZEROS.
       01  ZT-IDX                 PIC 9(3) VALUE ZEROS.
       01  ZT-FOUND-SWITCH        PIC X VALUE 'N'.
           88  ZT-FOUND           VALUE 'Y'.

       01  PIECE-ZONE             PIC X(10) VALUE SPACES.
       01  PIECE-SHEETS           PIC 9(4) VALUE ZEROS.
       01  PIECE-GRAMS            PIC 9(5) VALUE ZEROS.
       01  PREV-POSTAL-CODE       PIC X(10) VALUE SPACES.
       01  PREV-STREET            PIC X(50) VALUE SPACES.

       01  BUNDLE-NO              PIC 9(4) VALUE ZEROS.
       01  BUNDLE-ZONE            PIC X(10) VALUE SPACES.
       01  BUNDLE-PIECES          PIC 9(4) VALUE ZEROS.
       01  BUNDLE-FIRST-PIECE     PIC 9(6) VALUE ZEROS.
       01  BUNDLE-LAST-PIECE      PIC 9(6) VALUE ZEROS.
       01  BUNDLE-FIRST-POSTAL    PIC X(10) VALUE SPACES.
       01  BUNDLE-LAST-POSTAL     PIC X(10) VALUE SPACES.
       01  BUNDLED-PIECES-COUNT   PIC 9(6) VALUE ZEROS.

       01  PIECES-INDEXED-COUNT   PIC 9(6) VALUE ZEROS.
       01  RULE-LINES-COUNT       PIC 9(7) VALUE ZEROS.
       01  PIECES-COUNTED-COUNT   PIC 9(6) VALUE ZEROS.
       01  ZONE-PIECES-TOTAL      PIC 9(6) VALUE ZEROS.
       01  CLASS-PIECES-TOTAL     PIC 9(6) VALUE ZEROS.
       01  SEQUENCE-ERROR-COUNT   PIC 9(6) VALUE ZEROS.
       01  OVERWEIGHT-COUNT       PIC 9(6) VALUE ZEROS.
       01  DEPOSIT-POSTAGE        PIC S9(9)V99 VALUE ZERO.
       01  BALANCED-SWITCH        PIC X VALUE 'Y'.
           88  DEPOSIT-BALANCED   VALUE 'Y'.

       01  FILES-DONE-COUNT       PIC 9(4) VALUE ZEROS.
       01  FILES-UNBALANCED-COUNT PIC 9(4) VALUE ZEROS.
       01  RUN-PIECES-COUNT       PIC 9(7) VALUE ZEROS.

       01  PIECES-DISP            PIC ZZZZZ9.
       01  PIECE-NO-DISP          PIC ZZZZZ9.
       01  PIECE-NO-2-DISP        PIC ZZZZZ9.
       01  BUNDLE-NO-DISP         PIC ZZZ9.
       01  GRAMS-DISP             PIC ZZZZ9.
       01  RATE-DISP              PIC Z9,999.
       01  POSTAGE-DISP           PIC ZZZZZZZZ9,99.

       COPY "RetryCfg.cpy".

       01  LOCAL-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "JobRun.cpy".
       COPY "JobLock.cpy".
       COPY "RptCat.cpy".

       01  MFS-FILE-NAME          PIC X(60) VALUE SPACES.
       01  MFS-COUNTRY-CODE       PIC X(10) VALUE SPACES.
       01  MFS-PREFIX             PIC X(10) VALUE SPACES.
       01  MFS-ZONE               PIC X(10) VALUE SPACES.
       01  MFS-CLASS              PIC X(1) VALUE SPACE.
       01  MFS-MAX-GRAMS          PIC S9(9) COMP-5 VALUE ZERO.
       01  MFS-RATE               PIC S9(4)V999 VALUE ZERO.
       01  MFS-PIECES-INDEXED     PIC S9(9) COMP-5 VALUE ZERO.
       01  MFS-PIECES-COUNTED     PIC S9(9) COMP-5 VALUE ZERO.
       01  MFS-BUNDLE-COUNT       PIC S9(9) COMP-5 VALUE ZERO.
       01  MFS-POSTAGE            PIC S9(9)V99 VALUE ZERO.
       01  MFS-BALANCED           PIC X(1) VALUE SPACE.
       01  MFS-LETTER-FILE        PIC X(60) VALUE SPACES.
       01  MFS-DEPOSIT-FILE       PIC X(60) VALUE SPACES.
       01  VDT-VERDICT            PIC X(1) VALUE 'P'.
       01  VDT-REASON             PIC X(100) VALUE SPACES.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LS-RETURN-CODE         PIC 9(4) COMP VALUE ZERO.
       01  LS-JOB-PARM            PIC X(100).

       PROCEDURE DIVISION USING LS-RETURN-CODE LS-JOB-PARM.
       1000-MAIN-START.
           MOVE 'MailMfst' TO JRL-PROGRAM-NAME.
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

           PERFORM 1100-GET-RUN-MODE
               THRU 1100-GET-RUN-MODE-END.

           MOVE 'MailMfst' TO LCK-JOB-NAME.
           PERFORM 1040-ACQUIRE-JOB-LOCK
               THRU 1040-ACQUIRE-JOB-LOCK-END.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.

           PERFORM 3000-PROCESS-LETTER-RUNS
               THRU 3000-PROCESS-LETTER-RUNS-END.

           IF FILES-UNBALANCED-COUNT > 0
               MOVE 'B' TO VDT-VERDICT
               MOVE 'deposit manifest does not balance'
                   TO VDT-REASON
           ELSE
               MOVE 'P' TO VDT-VERDICT
               MOVE 'deposit manifests balance' TO VDT-REASON
           END-IF.
           PERFORM 8970-RECORD-RUN-VERDICT
               THRU 8970-RECORD-RUN-VERDICT-END.

      *    Graded result: an unbalanced deposit is held back by the
      *    release gate, which is worth a warning but not a failed
      *    chain; a day without letter runs is simply nothing to do.
           IF FILES-UNBALANCED-COUNT > 0
               MOVE 4 TO JRL-RETURN-CODE
               MOVE 4 TO LS-RETURN-CODE
           ELSE
               MOVE 0 TO JRL-RETURN-CODE
               MOVE 0 TO LS-RETURN-CODE
           END-IF.

           MOVE RUN-PIECES-COUNT TO JRL-ROWS-READ.
           MOVE ZERO TO JRL-ROWS-UPDATED.
           MOVE FILES-UNBALANCED-COUNT TO JRL-ROWS-REJECTED.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.

           PERFORM 8975-TAG-MANIFEST-ROWS
               THRU 8975-TAG-MANIFEST-ROWS-END.

           PERFORM 8800-RELEASE-JOB-LOCK
               THRU 8800-RELEASE-JOB-LOCK-END.

       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.
      ******************************************************************
       1100-GET-RUN-MODE.
      *    Under the Driver chain the job's own parameter card comes
      *    in through the CALL interface; the command line is only for
      *    standalone runs (it would otherwise be Driver's argument).
           IF ADDRESS OF LS-JOB-PARM NOT = NULL
               MOVE LS-JOB-PARM TO RUN-MODE-PARM
           ELSE
               ACCEPT RUN-MODE-PARM FROM COMMAND-LINE
           END-IF.
           MOVE FUNCTION UPPER-CASE(RUN-MODE-PARM) TO RUN-MODE-PARM.

           MOVE 1 TO RUN-MODE-PTR.
           PERFORM UNTIL RUN-MODE-PTR > FUNCTION LENGTH(RUN-MODE-PARM)
               MOVE SPACES TO RUN-MODE-TOKEN
               UNSTRING RUN-MODE-PARM DELIMITED BY ALL SPACE
                   INTO RUN-MODE-TOKEN
                   POINTER RUN-MODE-PTR
               END-UNSTRING
               IF RUN-MODE-TOKEN = 'FORCE'
                   SET LOCK-FORCED TO TRUE
               END-IF
           END-PERFORM.
       1100-GET-RUN-MODE-END.
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
      * Today's letter runs are found through the report catalog:
      * every piece index BelInfo registered today is one deposit.
       3000-PROCESS-LETTER-RUNS.
           EXEC SQL DECLARE MFSF_CUR CURSOR FOR
               SELECT DISTINCT file_name
               FROM report_catalog
               WHERE program_name = 'BelInfo'
                 AND run_date = CURRENT_DATE
                 AND file_name LIKE 'LETTERS%PIECES.TXT'
               ORDER BY file_name
           END-EXEC.

           EXEC SQL OPEN MFSF_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH MFSF_CUR INTO :MFS-FILE-NAME
               END-EXEC

               IF SQLCODE = 0 THEN
                   PERFORM 3100-PROCESS-ONE-DEPOSIT
                       THRU 3100-PROCESS-ONE-DEPOSIT-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE MFSF_CUR END-EXEC.

           IF FILES-DONE-COUNT = 0
               DISPLAY 'No letter runs registered today - no deposit '
                       'to manifest.'
           ELSE
               DISPLAY 'Deposits manifested: ' FILES-DONE-COUNT
                       '  out of balance: ' FILES-UNBALANCED-COUNT
           END-IF.
       3000-PROCESS-LETTER-RUNS-END.
      ******************************************************************
      * LETTERS_<country>_<date>_PIECES.TXT indexes the letter file
      * LETTERS_<country>_<date>.TXT.
       3100-PROCESS-ONE-DEPOSIT.
           MOVE MFS-FILE-NAME TO PIECE-FILENAME.
           MOVE SPACES TO FILE-NAME-PART-1.
           MOVE SPACES TO MFS-COUNTRY-CODE.
           MOVE SPACES TO FILE-NAME-PART-3.
           UNSTRING MFS-FILE-NAME DELIMITED BY '_'
               INTO FILE-NAME-PART-1 MFS-COUNTRY-CODE FILE-NAME-PART-3
           END-UNSTRING.

           MOVE SPACES TO LETTER-FILENAME.
           STRING 'LETTERS_' DELIMITED BY SIZE
                  FUNCTION TRIM(MFS-COUNTRY-CODE) DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  FUNCTION TRIM(FILE-NAME-PART-3) DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO LETTER-FILENAME.

           MOVE SPACES TO DEPOSIT-FILENAME.
           STRING 'DEPOSIT_' DELIMITED BY SIZE
                  FUNCTION TRIM(MFS-COUNTRY-CODE) DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  FUNCTION TRIM(FILE-NAME-PART-3) DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO DEPOSIT-FILENAME.

           OPEN INPUT PIECE-FILE.
           IF NOT PIECE-STATUS-OK
               DISPLAY 'Piece index ' FUNCTION TRIM(PIECE-FILENAME)
                       ' could not be opened, status: '
                       WS-PIECE-STATUS ' - deposit skipped.'
               ADD 1 TO FILES-UNBALANCED-COUNT
               GO TO 3100-PROCESS-ONE-DEPOSIT-END
           END-IF.

           PERFORM 3110-LOAD-SORT-ZONES
               THRU 3110-LOAD-SORT-ZONES-END.
           PERFORM 3120-LOAD-TARIFF
               THRU 3120-LOAD-TARIFF-END.

           MOVE ZEROS TO ZT-COUNT.
           MOVE ZEROS TO BUNDLE-NO.
           MOVE ZEROS TO BUNDLE-PIECES.
           MOVE SPACES TO BUNDLE-ZONE.
           MOVE ZEROS TO BUNDLED-PIECES-COUNT.
           MOVE ZEROS TO PIECES-INDEXED-COUNT.
           MOVE ZEROS TO SEQUENCE-ERROR-COUNT.
           MOVE ZEROS TO OVERWEIGHT-COUNT.
           MOVE ZERO TO DEPOSIT-POSTAGE.
           MOVE LOW-VALUES TO PREV-POSTAL-CODE.
           MOVE LOW-VALUES TO PREV-STREET.
           MOVE ZEROS TO REPORT-LINE-COUNT.

           OPEN OUTPUT DEPOSIT-FILE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Bulk deposit manifest - country ' DELIMITED BY SIZE
                  FUNCTION TRIM(MFS-COUNTRY-CODE) DELIMITED BY SIZE
                  ' - letter file ' DELIMITED BY SIZE
                  FUNCTION TRIM(LETTER-FILENAME) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Bundle  zone        pieces   from piece - to piece'
                      DELIMITED BY SIZE
                  '         postal codes' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE 'N' TO PIECE-EOF-SWITCH.
           READ PIECE-FILE
               AT END SET PIECE-EOF TO TRUE
           END-READ.

           PERFORM WITH TEST BEFORE UNTIL PIECE-EOF
               PERFORM 3200-TAKE-ONE-PIECE
                   THRU 3200-TAKE-ONE-PIECE-END

               READ PIECE-FILE
                   AT END SET PIECE-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE PIECE-FILE.

           IF BUNDLE-PIECES > 0
               PERFORM 3300-CLOSE-BUNDLE
                   THRU 3300-CLOSE-BUNDLE-END
           END-IF.

           PERFORM 3400-COUNT-LETTER-FILE
               THRU 3400-COUNT-LETTER-FILE-END.

           PERFORM 3500-WRITE-DEPOSIT-SUMMARY
               THRU 3500-WRITE-DEPOSIT-SUMMARY-END.

           CLOSE DEPOSIT-FILE.

           PERFORM 3600-RECORD-MANIFEST
               THRU 3600-RECORD-MANIFEST-END.

           ADD 1 TO FILES-DONE-COUNT.
           ADD PIECES-INDEXED-COUNT TO RUN-PIECES-COUNT.
       3100-PROCESS-ONE-DEPOSIT-END.
      ******************************************************************
       3110-LOAD-SORT-ZONES.
           MOVE ZEROS TO ZN-COUNT.

           EXEC SQL DECLARE MFSZ_CUR CURSOR FOR
               SELECT UPPER(TRIM(postal_prefix)), TRIM(zone_code)
               FROM postal_sort_zone
               WHERE country_code = :MFS-COUNTRY-CODE
               ORDER BY postal_prefix
           END-EXEC.

           EXEC SQL OPEN MFSZ_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH MFSZ_CUR INTO :MFS-PREFIX, :MFS-ZONE
               END-EXEC

               IF SQLCODE = 0 AND ZN-COUNT < 500 THEN
                   ADD 1 TO ZN-COUNT
                   MOVE MFS-PREFIX TO ZN-PREFIX(ZN-COUNT)
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(MFS-PREFIX))
                       TO ZN-PREFIX-LEN(ZN-COUNT)
                   MOVE MFS-ZONE TO ZN-ZONE(ZN-COUNT)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE MFSZ_CUR END-EXEC.
       3110-LOAD-SORT-ZONES-END.
      ******************************************************************
      * The country's own tariff when the post office publishes one
      * for it, otherwise the '*' default; classes in weight order.
       3120-LOAD-TARIFF.
           MOVE ZEROS TO TF-COUNT.

           EXEC SQL DECLARE MFST_CUR CURSOR FOR
               SELECT weight_class, max_grams, bulk_rate
               FROM postal_tariff
               WHERE country_code =
                     CASE WHEN EXISTS
                               (SELECT 1 FROM postal_tariff t
                                 WHERE t.country_code =
                                       :MFS-COUNTRY-CODE)
                          THEN :MFS-COUNTRY-CODE ELSE '*' END
               ORDER BY max_grams
           END-EXEC.

           EXEC SQL OPEN MFST_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH MFST_CUR
                   INTO :MFS-CLASS, :MFS-MAX-GRAMS, :MFS-RATE
               END-EXEC

               IF SQLCODE = 0 AND TF-COUNT < 10 THEN
                   ADD 1 TO TF-COUNT
                   MOVE MFS-CLASS TO TF-CLASS(TF-COUNT)
                   MOVE MFS-MAX-GRAMS TO TF-MAX-GRAMS(TF-COUNT)
                   MOVE MFS-RATE TO TF-RATE(TF-COUNT)
                   MOVE ZEROS TO TF-PIECES(TF-COUNT)
                   MOVE ZERO TO TF-POSTAGE(TF-COUNT)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE MFST_CUR END-EXEC.

           IF TF-COUNT = 0
               DISPLAY 'Warning: no postal tariff on file for '
                       FUNCTION TRIM(MFS-COUNTRY-CODE)
                       ' - postage cannot be estimated.'
           END-IF.
       3120-LOAD-TARIFF-END.
      ******************************************************************
      * One envelope: check it follows the sorting order, find its
      * zone and weight class, price it and put it in a bundle.
       3200-TAKE-ONE-PIECE.
           ADD 1 TO PIECES-INDEXED-COUNT.

           IF PC-PIECE-NO NOT = PIECES-INDEXED-COUNT
            OR PC-POSTAL-CODE < PREV-POSTAL-CODE
            OR (PC-POSTAL-CODE = PREV-POSTAL-CODE
                AND PC-STREET < PREV-STREET)
               ADD 1 TO SEQUENCE-ERROR-COUNT
               MOVE PC-PIECE-NO TO PIECE-NO-DISP
               MOVE SPACES TO REPORT-LINE
               STRING '*** Out of sequence: piece ' DELIMITED BY SIZE
                      PIECE-NO-DISP DELIMITED BY SIZE
                      ' postal code ' DELIMITED BY SIZE
                      FUNCTION TRIM(PC-POSTAL-CODE) DELIMITED BY SIZE
                      ' after ' DELIMITED BY SIZE
                      FUNCTION TRIM(PREV-POSTAL-CODE)
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM 3950-WRITE-REPORT-LINE
                   THRU 3950-WRITE-REPORT-LINE-END
           END-IF.
           MOVE PC-POSTAL-CODE TO PREV-POSTAL-CODE.
           MOVE PC-STREET TO PREV-STREET.

      *    Longest matching prefix wins; without one the piece sorts
      *    under the first two characters of its postal code.
           MOVE ZEROS TO ZN-BEST-LEN.
           MOVE PC-POSTAL-CODE(1:2) TO PIECE-ZONE.
           PERFORM VARYING ZN-IDX FROM 1 BY 1 UNTIL ZN-IDX > ZN-COUNT
               IF ZN-PREFIX-LEN(ZN-IDX) > ZN-BEST-LEN
                AND PC-POSTAL-CODE(1:ZN-PREFIX-LEN(ZN-IDX))
                    = ZN-PREFIX(ZN-IDX)(1:ZN-PREFIX-LEN(ZN-IDX))
                   MOVE ZN-PREFIX-LEN(ZN-IDX) TO ZN-BEST-LEN
                   MOVE ZN-ZONE(ZN-IDX) TO PIECE-ZONE
               END-IF
           END-PERFORM.

           COMPUTE PIECE-SHEETS =
               (PC-LINE-COUNT + PAGE-LINES - 1) / PAGE-LINES.
           IF PIECE-SHEETS = 0
               MOVE 1 TO PIECE-SHEETS
           END-IF.
           COMPUTE PIECE-GRAMS =
               ENVELOPE-GRAMS + PIECE-SHEETS * SHEET-GRAMS.

      *    The lightest class the piece fits; a piece heavier than
      *    every class is priced at the heaviest and flagged.
           MOVE ZEROS TO TF-HIT.
           PERFORM VARYING TF-IDX FROM 1 BY 1
                   UNTIL TF-IDX > TF-COUNT OR TF-HIT > 0
               IF PIECE-GRAMS <= TF-MAX-GRAMS(TF-IDX)
                   MOVE TF-IDX TO TF-HIT
               END-IF
           END-PERFORM.
           IF TF-HIT = 0 AND TF-COUNT > 0
               MOVE TF-COUNT TO TF-HIT
               ADD 1 TO OVERWEIGHT-COUNT
               MOVE PC-PIECE-NO TO PIECE-NO-DISP
               MOVE PIECE-GRAMS TO GRAMS-DISP
               MOVE SPACES TO REPORT-LINE
               STRING '*** Piece ' DELIMITED BY SIZE
                      PIECE-NO-DISP DELIMITED BY SIZE
                      ' weighs ' DELIMITED BY SIZE
                      GRAMS-DISP DELIMITED BY SIZE
                      ' g - above the heaviest weight class'
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM 3950-WRITE-REPORT-LINE
                   THRU 3950-WRITE-REPORT-LINE-END
           END-IF.
           IF TF-HIT > 0
               ADD 1 TO TF-PIECES(TF-HIT)
               ADD TF-RATE(TF-HIT) TO TF-POSTAGE(TF-HIT)
               ADD TF-RATE(TF-HIT) TO DEPOSIT-POSTAGE
           END-IF.

           PERFORM 3250-TALLY-ZONE
               THRU 3250-TALLY-ZONE-END.

           IF BUNDLE-PIECES > 0
            AND (PIECE-ZONE NOT = BUNDLE-ZONE
                 OR BUNDLE-PIECES >= BUNDLE-MAX-PIECES)
               PERFORM 3300-CLOSE-BUNDLE
                   THRU 3300-CLOSE-BUNDLE-END
           END-IF.

           IF BUNDLE-PIECES = 0
               ADD 1 TO BUNDLE-NO
               MOVE PIECE-ZONE TO BUNDLE-ZONE
               MOVE PC-PIECE-NO TO BUNDLE-FIRST-PIECE
               MOVE PC-POSTAL-CODE TO BUNDLE-FIRST-POSTAL
           END-IF.
           ADD 1 TO BUNDLE-PIECES.
           MOVE PC-PIECE-NO TO BUNDLE-LAST-PIECE.
           MOVE PC-POSTAL-CODE TO BUNDLE-LAST-POSTAL.
       3200-TAKE-ONE-PIECE-END.
      ******************************************************************
       3250-TALLY-ZONE.
           MOVE 'N' TO ZT-FOUND-SWITCH.
           PERFORM VARYING ZT-IDX FROM 1 BY 1
                   UNTIL ZT-IDX > ZT-COUNT OR ZT-FOUND
               IF ZT-ZONE(ZT-IDX) = PIECE-ZONE
                   SET ZT-FOUND TO TRUE
                   ADD 1 TO ZT-PIECES(ZT-IDX)
                   IF TF-HIT > 0
                       ADD TF-RATE(TF-HIT) TO ZT-POSTAGE(ZT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

           IF NOT ZT-FOUND AND ZT-COUNT < 300
               ADD 1 TO ZT-COUNT
               MOVE PIECE-ZONE TO ZT-ZONE(ZT-COUNT)
               MOVE 1 TO ZT-PIECES(ZT-COUNT)
               MOVE ZERO TO ZT-POSTAGE(ZT-COUNT)
               IF TF-HIT > 0
                   MOVE TF-RATE(TF-HIT) TO ZT-POSTAGE(ZT-COUNT)
               END-IF
           END-IF.
       3250-TALLY-ZONE-END.
      ******************************************************************
       3300-CLOSE-BUNDLE.
           ADD BUNDLE-PIECES TO BUNDLED-PIECES-COUNT.

           MOVE BUNDLE-NO TO BUNDLE-NO-DISP.
           MOVE BUNDLE-PIECES TO PIECES-DISP.
           MOVE BUNDLE-FIRST-PIECE TO PIECE-NO-DISP.
           MOVE BUNDLE-LAST-PIECE TO PIECE-NO-2-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING BUNDLE-NO-DISP DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  BUNDLE-ZONE DELIMITED BY SIZE
                  PIECES-DISP DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  PIECE-NO-DISP DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  PIECE-NO-2-DISP DELIMITED BY SIZE
                  '        ' DELIMITED BY SIZE
                  FUNCTION TRIM(BUNDLE-FIRST-POSTAL) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  FUNCTION TRIM(BUNDLE-LAST-POSTAL) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE ZEROS TO BUNDLE-PIECES.
       3300-CLOSE-BUNDLE-END.
      ******************************************************************
      * The letter file's own count, independent of the piece index:
      * every letter is framed by two rules.
       3400-COUNT-LETTER-FILE.
           MOVE ZEROS TO RULE-LINES-COUNT.
           MOVE ZEROS TO PIECES-COUNTED-COUNT.

           OPEN INPUT LETTER-FILE.
           IF NOT LETTER-STATUS-OK
               MOVE SPACES TO REPORT-LINE
               STRING '*** Letter file ' DELIMITED BY SIZE
                      FUNCTION TRIM(LETTER-FILENAME) DELIMITED BY SIZE
                      ' could not be opened, status ' DELIMITED BY SIZE
                      WS-LETTER-STATUS DELIMITED BY SIZE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE
               PERFORM 3950-WRITE-REPORT-LINE
                   THRU 3950-WRITE-REPORT-LINE-END
               GO TO 3400-COUNT-LETTER-FILE-END
           END-IF.

           MOVE 'N' TO LETTER-EOF-SWITCH.
           READ LETTER-FILE
               AT END SET LETTER-EOF TO TRUE
           END-READ.

           PERFORM WITH TEST BEFORE UNTIL LETTER-EOF
               IF LETTER-LINE = LETTER-RULE
                   ADD 1 TO RULE-LINES-COUNT
               END-IF

               READ LETTER-FILE
                   AT END SET LETTER-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE LETTER-FILE.

           COMPUTE PIECES-COUNTED-COUNT = RULE-LINES-COUNT / 2.
       3400-COUNT-LETTER-FILE-END.
      ******************************************************************
      * Zone and weight-class summaries, the postage estimate and the
      * balance: index, letter file, zones, classes and bundles must
      * all agree and the sequence must be clean.
       3500-WRITE-DEPOSIT-SUMMARY.
           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.
           MOVE 'Pieces per sorting zone:' TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE ZEROS TO ZONE-PIECES-TOTAL.
           PERFORM VARYING ZT-IDX FROM 1 BY 1 UNTIL ZT-IDX > ZT-COUNT
               ADD ZT-PIECES(ZT-IDX) TO ZONE-PIECES-TOTAL
               MOVE ZT-PIECES(ZT-IDX) TO PIECES-DISP
               MOVE ZT-POSTAGE(ZT-IDX) TO POSTAGE-DISP
               MOVE SPACES TO REPORT-LINE
               STRING '  zone ' DELIMITED BY SIZE
                      ZT-ZONE(ZT-IDX) DELIMITED BY SIZE
                      PIECES-DISP DELIMITED BY SIZE
                      '  postage ' DELIMITED BY SIZE
                      POSTAGE-DISP DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM 3950-WRITE-REPORT-LINE
                   THRU 3950-WRITE-REPORT-LINE-END
           END-PERFORM.

           MOVE 'Pieces per weight class:' TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE ZEROS TO CLASS-PIECES-TOTAL.
           PERFORM VARYING TF-IDX FROM 1 BY 1 UNTIL TF-IDX > TF-COUNT
               ADD TF-PIECES(TF-IDX) TO CLASS-PIECES-TOTAL
               MOVE TF-PIECES(TF-IDX) TO PIECES-DISP
               MOVE TF-MAX-GRAMS(TF-IDX) TO GRAMS-DISP
               MOVE TF-RATE(TF-IDX) TO RATE-DISP
               MOVE TF-POSTAGE(TF-IDX) TO POSTAGE-DISP
               MOVE SPACES TO REPORT-LINE
               STRING '  class ' DELIMITED BY SIZE
                      TF-CLASS(TF-IDX) DELIMITED BY SIZE
                      ' up to ' DELIMITED BY SIZE
                      GRAMS-DISP DELIMITED BY SIZE
                      ' g ' DELIMITED BY SIZE
                      PIECES-DISP DELIMITED BY SIZE
                      '  at ' DELIMITED BY SIZE
                      RATE-DISP DELIMITED BY SIZE
                      '  postage ' DELIMITED BY SIZE
                      POSTAGE-DISP DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM 3950-WRITE-REPORT-LINE
                   THRU 3950-WRITE-REPORT-LINE-END
           END-PERFORM.

      *    Without a tariff no piece is classed; the class total is
      *    then not a check on anything.
           IF TF-COUNT = 0
               MOVE PIECES-INDEXED-COUNT TO CLASS-PIECES-TOTAL
           END-IF.

           MOVE DEPOSIT-POSTAGE TO POSTAGE-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Postage estimate (bulk tariff): ' DELIMITED BY SIZE
                  POSTAGE-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE PIECES-INDEXED-COUNT TO PIECES-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Pieces in the piece index:   ' DELIMITED BY SIZE
                  PIECES-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE PIECES-COUNTED-COUNT TO PIECES-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Letters in the letter file:  ' DELIMITED BY SIZE
                  PIECES-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE BUNDLED-PIECES-COUNT TO PIECES-DISP.
           MOVE BUNDLE-NO TO BUNDLE-NO-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Pieces bundled:              ' DELIMITED BY SIZE
                  PIECES-DISP DELIMITED BY SIZE
                  ' in ' DELIMITED BY SIZE
                  BUNDLE-NO-DISP DELIMITED BY SIZE
                  ' bundles' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           IF PIECES-COUNTED-COUNT = PIECES-INDEXED-COUNT
            AND ZONE-PIECES-TOTAL = PIECES-INDEXED-COUNT
            AND CLASS-PIECES-TOTAL = PIECES-INDEXED-COUNT
            AND BUNDLED-PIECES-COUNT = PIECES-INDEXED-COUNT
            AND SEQUENCE-ERROR-COUNT = 0
               MOVE 'Y' TO BALANCED-SWITCH
               MOVE SPACES TO REPORT-LINE
               STRING 'Manifest balances with the letter file - '
                          DELIMITED BY SIZE
                      'deposit may be released.' DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               MOVE 'N' TO BALANCED-SWITCH
               ADD 1 TO FILES-UNBALANCED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING '*** MANIFEST OUT OF BALANCE OR OUT OF SEQUENCE'
                          DELIMITED BY SIZE
                      ' - DO NOT DEPOSIT ***' DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF.
           PERFORM 3950-WRITE-REPORT-LINE
               THRU 3950-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Deposit ' DELIMITED BY SIZE
                  FUNCTION TRIM(MFS-COUNTRY-CODE) DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  PIECES-INDEXED-COUNT DELIMITED BY SIZE
                  ' pieces, ' DELIMITED BY SIZE
                  BUNDLE-NO DELIMITED BY SIZE
                  ' bundles, balanced ' DELIMITED BY SIZE
                  BALANCED-SWITCH DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
       3500-WRITE-DEPOSIT-SUMMARY-END.
      ******************************************************************
       3600-RECORD-MANIFEST.
           MOVE PIECES-INDEXED-COUNT TO MFS-PIECES-INDEXED.
           MOVE PIECES-COUNTED-COUNT TO MFS-PIECES-COUNTED.
           MOVE BUNDLE-NO TO MFS-BUNDLE-COUNT.
           MOVE DEPOSIT-POSTAGE TO MFS-POSTAGE.
           MOVE BALANCED-SWITCH TO MFS-BALANCED.
           MOVE LETTER-FILENAME TO MFS-LETTER-FILE.
           MOVE DEPOSIT-FILENAME TO MFS-DEPOSIT-FILE.

           EXEC SQL
               INSERT INTO mail_manifest
                   (run_date, country_code, letter_file, manifest_file,
                    pieces_indexed, pieces_counted, bundle_count,
                    postage, balanced, created_at)
               VALUES
                   (CURRENT_DATE, :MFS-COUNTRY-CODE, :MFS-LETTER-FILE,
                    :MFS-DEPOSIT-FILE, :MFS-PIECES-INDEXED,
                    :MFS-PIECES-COUNTED, :MFS-BUNDLE-COUNT,
                    :MFS-POSTAGE, :MFS-BALANCED, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'MailMfst' TO CAT-PROGRAM-NAME.
           MOVE DEPOSIT-FILENAME TO CAT-FILE-NAME.
           MOVE REPORT-LINE-COUNT TO CAT-LINE-COUNT.
           MOVE ZERO TO CAT-PAGE-COUNT.
           PERFORM 8920-REGISTER-ONE-FILE
               THRU 8920-REGISTER-ONE-FILE-END.
       3600-RECORD-MANIFEST-END.
      ******************************************************************
       3950-WRITE-REPORT-LINE.
           WRITE DEPOSIT-LINE FROM REPORT-LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       3950-WRITE-REPORT-LINE-END.
      ******************************************************************
      * Record the publishable/blocked verdict for the run date so
      * Distrib's release gate works from data, not hope.
       8970-RECORD-RUN-VERDICT.
           EXEC SQL
               INSERT INTO run_verdict
                   (run_date, program_name, verdict, reason,
                    decided_at)
               VALUES
                   (CURRENT_DATE, 'MailMfst', :VDT-VERDICT,
                    :VDT-REASON, CURRENT_TIMESTAMP)
               ON CONFLICT (run_date, program_name) DO UPDATE
                   SET verdict = :VDT-VERDICT,
                       reason = :VDT-REASON,
                       decided_at = CURRENT_TIMESTAMP,
                       override_by = NULL,
                       override_reason = NULL,
                       overridden_at = NULL
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8970-RECORD-RUN-VERDICT-END.
      ******************************************************************
      * The manifest rows were written before this run's job_run_log
      * entry existed, so the run reference is stamped on afterwards
      * - the freshest MailMfst entry is this run's own.
       8975-TAG-MANIFEST-ROWS.
           EXEC SQL
               UPDATE mail_manifest
               SET job_run_log_id =
                   (SELECT MAX(id) FROM job_run_log
                     WHERE program_name = 'MailMfst')
               WHERE job_run_log_id IS NULL
                 AND created_at >= CAST(:JRL-STARTED-TS AS TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

       8975-TAG-MANIFEST-ROWS-END.
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
       1040-ACQUIRE-JOB-LOCK.
      *    The insert itself takes the lock: a concurrent starter hits
      *    the existing row (nothing inserted) and must contest it -
      *    only the stale and FORCE branches may overwrite a live one.
           EXEC SQL
               INSERT INTO job_lock (job_name, locked_at, holder)
               VALUES (:LCK-JOB-NAME, CURRENT_TIMESTAMP, CURRENT_USER)
               ON CONFLICT (job_name) DO NOTHING
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   PERFORM 1045-CONTEST-EXISTING-LOCK
                       THRU 1045-CONTEST-EXISTING-LOCK-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

      *    Commit at once so a concurrent start sees the lock.
           EXEC SQL COMMIT WORK END-EXEC.
       1040-ACQUIRE-JOB-LOCK-END.
      ******************************************************************
       1045-CONTEST-EXISTING-LOCK.
           MOVE SPACES TO LCK-LOCKED-AT.
           MOVE SPACES TO LCK-HOLDER.

           EXEC SQL
               SELECT CAST(locked_at AS VARCHAR),
                      COALESCE(holder, '(unknown)')
               INTO :LCK-LOCKED-AT, :LCK-HOLDER
               FROM job_lock
               WHERE job_name = :LCK-JOB-NAME
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
      *            The holder released between the insert and this
      *            read - the lock is free for the taking.
                   PERFORM 1046-TAKE-OVER-LOCK
                       THRU 1046-TAKE-OVER-LOCK-END
                   GO TO 1045-CONTEST-EXISTING-LOCK-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           IF LOCK-FORCED
               DISPLAY 'Operator override - taking over lock held by '
                       LCK-HOLDER ' since ' LCK-LOCKED-AT
               PERFORM 1046-TAKE-OVER-LOCK
                   THRU 1046-TAKE-OVER-LOCK-END
               GO TO 1045-CONTEST-EXISTING-LOCK-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :LCK-STALE-COUNT
               FROM job_lock
               WHERE job_name = :LCK-JOB-NAME
                 AND locked_at <
                     CURRENT_TIMESTAMP
                     - :LCK-STALE-HOURS * INTERVAL '1 hour'
           END-EXEC.

           IF LCK-STALE-COUNT > 0
               DISPLAY 'Stale lock from an abended run (held by '
                       LCK-HOLDER ' since ' LCK-LOCKED-AT
                       ') - taking it over.'
               PERFORM 1046-TAKE-OVER-LOCK
                   THRU 1046-TAKE-OVER-LOCK-END
           ELSE
               DISPLAY '*** already running since ' LCK-LOCKED-AT
                       ' (held by ' LCK-HOLDER ') - refusing to '
                       'start. Use FORCE to override. ***'
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF.
       1045-CONTEST-EXISTING-LOCK-END.
      ******************************************************************
       1046-TAKE-OVER-LOCK.
           EXEC SQL
               INSERT INTO job_lock (job_name, locked_at, holder)
               VALUES (:LCK-JOB-NAME, CURRENT_TIMESTAMP, CURRENT_USER)
               ON CONFLICT (job_name) DO UPDATE
                   SET locked_at = CURRENT_TIMESTAMP,
                       holder = CURRENT_USER
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       1046-TAKE-OVER-LOCK-END.
      ******************************************************************
       8800-RELEASE-JOB-LOCK.
           EXEC SQL
               DELETE FROM job_lock
               WHERE job_name = :LCK-JOB-NAME
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8800-RELEASE-JOB-LOCK-END.
      ******************************************************************
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.

           MOVE 'MailMfst' TO ERR-PROGRAM-NAME.
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
