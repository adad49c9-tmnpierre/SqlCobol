       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrnPkg.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PACKAGE-OUT-FILE ASSIGN TO PACKAGE-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PACKAGE-IN-FILE ASSIGN TO PACKAGE-IN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACKAGE-IN-STATUS.

           SELECT TRACKING-REPORT-FILE
               ASSIGN TO TRACKING-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The agency's bilingual exchange format: pipe-delimited lines,
      * a header, one unit per phrase key and a trailer.
      *   H|TRNPKG|<package>|DEFAULT|<target language>|<yyyymmdd>
      *   U|<country>:<language>|<max length>|<source text>|
      *     <context note>|<translation>
      *   T|<unit count>
      * Units go out with the translation empty; the agency fills in
      * the last field and sends the file back under any name.
       FD  PACKAGE-OUT-FILE.
       01  PACKAGE-OUT-LINE       PIC X(800).

       FD  PACKAGE-IN-FILE.
       01  PACKAGE-IN-LINE        PIC X(800).

       FD  TRACKING-REPORT-FILE.
       01  TRACKING-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
      * Translation work packages for the phrase keys BelInfo serves
      * from a fallback (PhrCov's list): instead of PhrMnt adds typed
      * in one at a time, the missing keys go to the translation
      * agency as one package per target language and come back as
      * a file that is checked and loaded in one go.
      *   EXPORT [language|ALL] - a package per target language of
      *       the keys that have no phrase of their own and are not
      *       already out in an open package; the source text is the
      *       one the people are served today (country default, else
      *       any phrase of the country).
      *   IMPORT <file> <go-live YYYY-MM-DD> - the returned package.
      *       Every key must be back, within its length limit and
      *       with its &-placeholders unchanged, or nothing is taken
      *       and the package is REFUSED until a corrected file comes
      *       in. An accepted package waits for its go-live date.
      *   PUBLISH - in the chain, with no parm: packages whose
      *       go-live date has come are loaded into phrase, with
      *       phrase_history dated to the go-live date.
      *   LIST - the package tracking report.
       01  PACKAGE-OUT-FILENAME   PIC X(80) VALUE SPACES.
       01  PACKAGE-IN-FILENAME    PIC X(80) VALUE SPACES.
       01  TRACKING-REPORT-FILENAME PIC X(80) VALUE SPACES.
       01  WS-PACKAGE-IN-STATUS   PIC X(02) VALUE SPACES.
           88  PACKAGE-IN-STATUS-OK      VALUE '00'.
           88  PACKAGE-IN-FILE-NOT-FOUND VALUE '35'.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  CMD-LINE-PARM          PIC X(100) VALUE SPACES.
       01  ACTION-PARM            PIC X(10) VALUE SPACES.
       01  PARM-2                 PIC X(80) VALUE SPACES.
       01  PARM-3                 PIC X(20) VALUE SPACES.

       01  DATE-PARM              PIC X(20) VALUE SPACES.
       01  DATE-WORK.
           05  DTW-YEAR           PIC 9(4).
           05  DTW-SEP-1          PIC X(1).
           05  DTW-MONTH          PIC 9(2).
           05  DTW-SEP-2          PIC X(1).
           05  DTW-DAY            PIC 9(2).
       01  DATE-NUM               PIC 9(8) VALUE ZEROS.
       01  TODAY-DATE-NUM         PIC 9(8) VALUE ZEROS.

       01  PACKAGE-OPEN-SWITCH    PIC X VALUE 'N'.
           88  PACKAGE-OPEN       VALUE 'Y'.
       01  PACKAGE-IN-EOF-SWITCH  PIC X VALUE 'N'.
           88  PACKAGE-IN-EOF     VALUE 'Y'.
       01  TRAILER-SEEN-SWITCH    PIC X VALUE 'N'.
           88  TRAILER-SEEN       VALUE 'Y'.
       01  CURRENT-LANGUAGE       PIC X(50) VALUE SPACES.

       01  PIPE-COUNT             PIC 9(3) VALUE ZEROS.
       01  AMP-COUNT              PIC 9(3) VALUE ZEROS.
       01  FIELD-COUNT            PIC 9(3) VALUE ZEROS.
       01  IN-FIELDS.
           05  IN-RECORD-TYPE     PIC X(10).
           05  IN-FIELD-2         PIC X(80).
           05  IN-FIELD-3         PIC X(20).
           05  IN-FIELD-4         PIC X(300).
           05  IN-FIELD-5         PIC X(300).
           05  IN-FIELD-6         PIC X(300).
           05  IN-FIELD-7         PIC X(300).
       01  IN-LINE-NUMBER         PIC 9(6) VALUE ZEROS.
       01  IN-UNIT-COUNT          PIC 9(6) VALUE ZEROS.
       01  IN-TRAILER-COUNT       PIC 9(6) VALUE ZEROS.
       01  FILE-ERROR-COUNT       PIC 9(6) VALUE ZEROS.

       01  KEYS-WRITTEN-COUNT     PIC 9(6) VALUE ZEROS.
       01  KEYS-SKIPPED-COUNT     PIC 9(6) VALUE ZEROS.
       01  PACKAGES-MADE-COUNT    PIC 9(4) VALUE ZEROS.
       01  PACKAGES-LOADED-COUNT  PIC 9(4) VALUE ZEROS.
       01  REPORT-LINE-COUNT      PIC 9(6) VALUE ZEROS.

       01  REPORT-LINE            PIC X(132) VALUE SPACES.
       01  DASH-LINE              PIC X(110) VALUE ALL '-'.
       01  LINE-NO-DISP           PIC Z(5)9.
       01  COUNT-DISP             PIC Z(5)9.
       01  COUNT-DISP-2           PIC Z(5)9.
       01  COUNT-DISP-3           PIC Z(5)9.
       01  COUNT-DISP-4           PIC Z(5)9.
       01  PEOPLE-DISP            PIC Z(6)9.
       01  PEOPLE-DISP-2          PIC Z(6)9.
       01  MAXLEN-DISP            PIC ZZ9.
       01  PACKAGE-NO             PIC 9(6) VALUE ZEROS.
       01  NOTE-PTR               PIC 9(3) VALUE 1.

       01  LOCAL-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "JobRun.cpy".
       COPY "RptCat.cpy".

      * BelInfo prints the phrase inside quotes on a 132-column
      * letter line, so a translation may not run past 128
      * characters.
       01  TP-MAX-LENGTH          PIC S9(4) COMP-5 VALUE 128.
       01  TP-LANGUAGE-PARM       PIC X(50) VALUE SPACES.
       01  TP-PACKAGE-ID          PIC S9(9) COMP-5 VALUE ZERO.
       01  TP-PACKAGE-CODE        PIC X(20) VALUE SPACES.
       01  TP-TARGET-SPOKEN       PIC X(50) VALUE SPACES.
       01  TP-STATUS              PIC X(10) VALUE SPACES.
       01  TP-FILE-NAME           PIC X(60) VALUE SPACES.
       01  TP-RETURN-FILE         PIC X(60) VALUE SPACES.
       01  TP-GO-LIVE-DATE        PIC X(10) VALUE SPACES.
       01  TP-PACKAGE-FOUND       PIC S9(9) COMP-5 VALUE ZERO.
       01  TP-KEY-COUNT           PIC S9(9) COMP-5 VALUE ZERO.
       01  TP-PEOPLE-COUNT        PIC S9(9) COMP-5 VALUE ZERO.
       01  TP-RETURNED-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  TP-REFUSED-COUNT       PIC S9(9) COMP-5 VALUE ZERO.
       01  TP-LOADED-COUNT        PIC S9(9) COMP-5 VALUE ZERO.
       01  TP-SKIPPED-COUNT       PIC S9(9) COMP-5 VALUE ZERO.
       01  TP-FIXED-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
       01  TP-ITEM-FOUND          PIC S9(9) COMP-5 VALUE ZERO.

       01  SQL-MISSING-ROW.
           05  MIS-COUNTRY-CODE   PIC X(10).
           05  MIS-SPOKEN         PIC X(50).
           05  MIS-PEOPLE-COUNT   PIC S9(9) COMP-5.
           05  MIS-SOURCE-SPOKEN  PIC X(50).
           05  MIS-SOURCE-TEXT    PIC X(255).

       01  SQL-ITEM-ROW.
           05  ITM-COUNTRY-CODE   PIC X(10).
           05  ITM-SPOKEN         PIC X(50).
           05  ITM-CONTEXT-NOTE   PIC X(200).
           05  ITM-TARGET-TEXT    PIC X(255).
           05  ITM-STATUS         PIC X(10).
           05  ITM-CHECK-REASON   PIC X(60).

       01  SQL-PACKAGE-ROW.
           05  PKG-PACKAGE-ID     PIC S9(9) COMP-5.
           05  PKG-PACKAGE-CODE   PIC X(20).
           05  PKG-TARGET-SPOKEN  PIC X(50).
           05  PKG-STATUS         PIC X(10).
           05  PKG-SENT-DATE      PIC X(10).
           05  PKG-KEY-COUNT      PIC S9(9) COMP-5.
           05  PKG-RETURNED-COUNT PIC S9(9) COMP-5.
           05  PKG-LOADED-COUNT   PIC S9(9) COMP-5.
           05  PKG-GO-LIVE-DATE   PIC X(10).
           05  PKG-PEOPLE-AT-SEND PIC S9(9) COMP-5.
           05  PKG-PEOPLE-FIXED   PIC S9(9) COMP-5.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LS-RETURN-CODE         PIC 9(4) COMP VALUE ZERO.
       01  LS-JOB-PARM            PIC X(100).

       PROCEDURE DIVISION USING LS-RETURN-CODE LS-JOB-PARM.
       1000-MAIN-START.
           MOVE 'TrnPkg' TO JRL-PROGRAM-NAME.
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
               WHEN 'EXPORT'
                   PERFORM 2001-EXPORT-PACKAGES
                       THRU 2001-EXPORT-PACKAGES-END
               WHEN 'IMPORT'
                   PERFORM 3001-IMPORT-PACKAGE
                       THRU 3001-IMPORT-PACKAGE-END
               WHEN 'PUBLISH'
                   PERFORM 4001-PUBLISH-DUE-PACKAGES
                       THRU 4001-PUBLISH-DUE-PACKAGES-END
               WHEN 'LIST'
                   PERFORM 5001-LIST-PACKAGES
                       THRU 5001-LIST-PACKAGES-END
           END-EVALUATE.

           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.

       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           MOVE JRL-RETURN-CODE TO LS-RETURN-CODE.
           MOVE JRL-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      ******************************************************************
       1080-GET-RUN-PARMS.
      *    Under the Driver chain the job's own parameter card comes
      *    in through the CALL interface; the command line is only for
      *    standalone runs (it would otherwise be Driver's argument).
           IF ADDRESS OF LS-JOB-PARM NOT = NULL
               MOVE LS-JOB-PARM TO CMD-LINE-PARM
           ELSE
               ACCEPT CMD-LINE-PARM FROM COMMAND-LINE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE-NUM.

           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO ACTION-PARM PARM-2 PARM-3
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ACTION-PARM) TO ACTION-PARM.

      *    The chain starts the job without a parm card.
           IF ACTION-PARM = SPACES
               MOVE 'PUBLISH' TO ACTION-PARM
           END-IF.

           EVALUATE ACTION-PARM
               WHEN 'EXPORT'
      *            Language keys live in upper case, as UpdMaj leaves
      *            databank.spoken.
                   MOVE FUNCTION UPPER-CASE(PARM-2) TO TP-LANGUAGE-PARM
                   IF TP-LANGUAGE-PARM = SPACES
                       MOVE 'ALL' TO TP-LANGUAGE-PARM
                   END-IF
               WHEN 'IMPORT'
                   IF PARM-2 = SPACES OR PARM-3 = SPACES
                       DISPLAY 'The returned file and the go-live '
                               'date are required.'
                       PERFORM 1150-SHOW-USAGE
                           THRU 1150-SHOW-USAGE-END
                   END-IF
                   MOVE PARM-2 TO PACKAGE-IN-FILENAME
                   MOVE PARM-2 TO TP-RETURN-FILE
                   MOVE PARM-3 TO DATE-PARM
                   PERFORM 1100-CHECK-GO-LIVE-DATE
                       THRU 1100-CHECK-GO-LIVE-DATE-END
               WHEN 'PUBLISH'
               WHEN 'LIST'
                   CONTINUE
               WHEN OTHER
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
           END-EVALUATE.
       1080-GET-RUN-PARMS-END.
      ******************************************************************
      * The go-live date is the day the new wording starts to be
      * served; it cannot lie in the past, or phrase_history would
      * claim letters went out with a text they never carried.
       1100-CHECK-GO-LIVE-DATE.
           MOVE DATE-PARM(1:10) TO DATE-WORK.
           IF DATE-PARM(11:) NOT = SPACES
            OR DTW-YEAR IS NOT NUMERIC
            OR DTW-MONTH IS NOT NUMERIC
            OR DTW-DAY IS NOT NUMERIC
            OR DTW-SEP-1 NOT = '-' OR DTW-SEP-2 NOT = '-'
               DISPLAY 'Date must be given as YYYY-MM-DD: ' DATE-PARM
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           COMPUTE DATE-NUM = DTW-YEAR * 10000
                            + DTW-MONTH * 100 + DTW-DAY.
           IF FUNCTION TEST-DATE-YYYYMMDD(DATE-NUM) NOT = 0
            OR DATE-NUM < TODAY-DATE-NUM
               DISPLAY 'Go-live date is not a calendar date from '
                       'today on: ' DATE-PARM
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           MOVE DATE-WORK TO TP-GO-LIVE-DATE.
       1100-CHECK-GO-LIVE-DATE-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: TrnPkg EXPORT [language|ALL]'.
           DISPLAY '       TrnPkg IMPORT <returned-file> '
                   '<go-live YYYY-MM-DD>'.
           DISPLAY '       TrnPkg [PUBLISH]'.
           DISPLAY '       TrnPkg LIST'.
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

           MOVE 'TrnPkg' TO ERR-PROGRAM-NAME.
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
      * A key is missing when active people of a country speak a
      * language that has no phrase row of its own in that country -
      * BelInfo's same three-step ladder, so the source text is
      * exactly what those people are reading today. Keys already
      * out in a package that has not been loaded stay out of new
      * ones; keys with no phrase at all for the country have no
      * source to translate from and are left to PhrMnt.
       2001-EXPORT-PACKAGES.
           EXEC SQL DECLARE MISS_CUR CURSOR FOR
               SELECT g.country_code, g.spoken_key, g.people,
                      CASE WHEN pd.phrase IS NOT NULL THEN '*'
                           ELSE '(any)' END,
                      COALESCE(pd.phrase, pm.phrase)
               FROM (SELECT d.country_code,
                            UPPER(TRIM(d.spoken)) AS spoken_key,
                            COUNT(*) AS people
                       FROM databank d
                      WHERE COALESCE(d.status, 'A') = 'A'
                        AND COALESCE(TRIM(d.spoken), '') <> ''
                        AND TRIM(d.spoken) <> '*'
                      GROUP BY d.country_code,
                               UPPER(TRIM(d.spoken))) g
               LEFT JOIN (SELECT country_code,
                                 MIN(phrase) AS phrase
                            FROM phrase
                           WHERE spoken = '*'
                           GROUP BY country_code) pd
                      ON pd.country_code = g.country_code
               LEFT JOIN (SELECT country_code,
                                 MIN(phrase) AS phrase
                            FROM phrase
                           GROUP BY country_code) pm
                      ON pm.country_code = g.country_code
               WHERE COALESCE(pd.phrase, pm.phrase) IS NOT NULL
                 AND (:TP-LANGUAGE-PARM = 'ALL'
                      OR g.spoken_key = :TP-LANGUAGE-PARM)
                 AND NOT EXISTS
                     (SELECT 1 FROM phrase p
                       WHERE p.country_code = g.country_code
                         AND UPPER(TRIM(p.spoken)) = g.spoken_key)
                 AND NOT EXISTS
                     (SELECT 1
                        FROM translation_package_item i,
                             translation_package k
                       WHERE k.package_id = i.package_id
                         AND k.status IN ('SENT', 'REFUSED',
                                          'RETURNED')
                         AND i.country_code = g.country_code
                         AND i.spoken = g.spoken_key)
               ORDER BY g.spoken_key, g.people DESC, g.country_code
           END-EXEC.

           EXEC SQL OPEN MISS_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH MISS_CUR
                   INTO :MIS-COUNTRY-CODE, :MIS-SPOKEN,
                        :MIS-PEOPLE-COUNT, :MIS-SOURCE-SPOKEN,
                        :MIS-SOURCE-TEXT
               END-EXEC

               IF SQLCODE = 0 THEN
                   ADD 1 TO JRL-ROWS-READ
                   PERFORM 2100-EXPORT-ONE-KEY
                       THRU 2100-EXPORT-ONE-KEY-END
               END-IF
           END-PERFORM.

           IF SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL CLOSE MISS_CUR END-EXEC.

           IF PACKAGE-OPEN
               PERFORM 2300-CLOSE-PACKAGE
                   THRU 2300-CLOSE-PACKAGE-END
           END-IF.

           MOVE PACKAGES-MADE-COUNT TO COUNT-DISP.
           MOVE KEYS-WRITTEN-COUNT TO COUNT-DISP-2.
           MOVE KEYS-SKIPPED-COUNT TO COUNT-DISP-3.
           DISPLAY 'Packages built: ' COUNT-DISP
                   '   keys sent: ' COUNT-DISP-2
                   '   keys held back: ' COUNT-DISP-3.
           IF PACKAGES-MADE-COUNT = 0
               DISPLAY 'No missing phrase key to send for '
                       FUNCTION TRIM(TP-LANGUAGE-PARM) '.'
           END-IF.
       2001-EXPORT-PACKAGES-END.
      ******************************************************************
      * The cursor runs in language order, so a change of language
      * closes the package in hand; the next one is only started
      * once a key can actually go into it.
       2100-EXPORT-ONE-KEY.
           IF MIS-SPOKEN NOT = CURRENT-LANGUAGE
               IF PACKAGE-OPEN
                   PERFORM 2300-CLOSE-PACKAGE
                       THRU 2300-CLOSE-PACKAGE-END
               END-IF
               MOVE MIS-SPOKEN TO CURRENT-LANGUAGE
           END-IF.

      *    The pipe is the field separator of the exchange format; a
      *    source text carrying one cannot travel and is held back.
           MOVE ZERO TO PIPE-COUNT.
           INSPECT MIS-SOURCE-TEXT TALLYING PIPE-COUNT FOR ALL '|'.
           IF PIPE-COUNT > 0
               ADD 1 TO KEYS-SKIPPED-COUNT
               ADD 1 TO JRL-ROWS-REJECTED
               DISPLAY 'Held back ' FUNCTION TRIM(MIS-COUNTRY-CODE)
                       ':' FUNCTION TRIM(MIS-SPOKEN)
                       ' - source text contains a "|".'
               GO TO 2100-EXPORT-ONE-KEY-END
           END-IF.

           IF NOT PACKAGE-OPEN
               PERFORM 2200-OPEN-PACKAGE
                   THRU 2200-OPEN-PACKAGE-END
           END-IF.

           MOVE MIS-PEOPLE-COUNT TO PEOPLE-DISP.
           MOVE SPACES TO ITM-CONTEXT-NOTE.
           MOVE 1 TO NOTE-PTR.
           STRING 'Letter quote for ' DELIMITED BY SIZE
                  FUNCTION TRIM(PEOPLE-DISP) DELIMITED BY SIZE
                  ' people' DELIMITED BY SIZE
                  INTO ITM-CONTEXT-NOTE
                  WITH POINTER NOTE-PTR.
           IF MIS-SOURCE-SPOKEN = '*'
               STRING '; replaces the country default'
                          DELIMITED BY SIZE
                      INTO ITM-CONTEXT-NOTE
                      WITH POINTER NOTE-PTR
           ELSE
               STRING '; no country default, source is another '
                          DELIMITED BY SIZE
                      'language of the country' DELIMITED BY SIZE
                      INTO ITM-CONTEXT-NOTE
                      WITH POINTER NOTE-PTR
           END-IF.

           MOVE ZERO TO AMP-COUNT.
           INSPECT MIS-SOURCE-TEXT TALLYING AMP-COUNT FOR ALL '&'.
           IF AMP-COUNT > 0
               STRING '; keep the &-placeholders exactly as they are'
                          DELIMITED BY SIZE
                      INTO ITM-CONTEXT-NOTE
                      WITH POINTER NOTE-PTR
           END-IF.

           EXEC SQL
               INSERT INTO translation_package_item
                   (package_id, country_code, spoken, source_spoken,
                    source_text, context_note, max_length,
                    people_at_send, item_status)
               VALUES
                   (:TP-PACKAGE-ID, :MIS-COUNTRY-CODE, :MIS-SPOKEN,
                    :MIS-SOURCE-SPOKEN, TRIM(:MIS-SOURCE-TEXT),
                    TRIM(:ITM-CONTEXT-NOTE), :TP-MAX-LENGTH,
                    :MIS-PEOPLE-COUNT, 'SENT')
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE TP-MAX-LENGTH TO MAXLEN-DISP.
           MOVE SPACES TO PACKAGE-OUT-LINE.
           STRING 'U|' DELIMITED BY SIZE
                  FUNCTION TRIM(MIS-COUNTRY-CODE) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  FUNCTION TRIM(MIS-SPOKEN) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(MAXLEN-DISP) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(MIS-SOURCE-TEXT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(ITM-CONTEXT-NOTE) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  INTO PACKAGE-OUT-LINE.
           WRITE PACKAGE-OUT-LINE.

           ADD 1 TO KEYS-WRITTEN-COUNT.
           ADD 1 TO TP-KEY-COUNT.
           ADD MIS-PEOPLE-COUNT TO TP-PEOPLE-COUNT.
           ADD 1 TO JRL-ROWS-UPDATED.
       2100-EXPORT-ONE-KEY-END.
      ******************************************************************
      * Package ids are taken as the next free number; the code the
      * agency quotes back is TP and the id on six digits.
       2200-OPEN-PACKAGE.
           EXEC SQL
               SELECT COALESCE(MAX(package_id), 0) + 1
               INTO :TP-PACKAGE-ID
               FROM translation_package
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE TP-PACKAGE-ID TO PACKAGE-NO.
           MOVE SPACES TO TP-PACKAGE-CODE.
           STRING 'TP' DELIMITED BY SIZE
                  PACKAGE-NO DELIMITED BY SIZE
                  INTO TP-PACKAGE-CODE.

           MOVE SPACES TO PACKAGE-OUT-FILENAME.
           STRING 'TRNPKG_' DELIMITED BY SIZE
                  FUNCTION TRIM(TP-PACKAGE-CODE) DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  FUNCTION TRIM(CURRENT-LANGUAGE) DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO PACKAGE-OUT-FILENAME.
           MOVE PACKAGE-OUT-FILENAME TO TP-FILE-NAME.
           MOVE CURRENT-LANGUAGE TO TP-TARGET-SPOKEN.

           EXEC SQL
               INSERT INTO translation_package
                   (package_id, package_code, target_spoken, status,
                    file_name, key_count, people_at_send, sent_at)
               VALUES
                   (:TP-PACKAGE-ID, :TP-PACKAGE-CODE,
                    :TP-TARGET-SPOKEN, 'SENT', :TP-FILE-NAME, 0, 0,
                    CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           OPEN OUTPUT PACKAGE-OUT-FILE.
           MOVE SPACES TO PACKAGE-OUT-LINE.
           STRING 'H|TRNPKG|' DELIMITED BY SIZE
                  FUNCTION TRIM(TP-PACKAGE-CODE) DELIMITED BY SIZE
                  '|DEFAULT|' DELIMITED BY SIZE
                  FUNCTION TRIM(CURRENT-LANGUAGE) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO PACKAGE-OUT-LINE.
           WRITE PACKAGE-OUT-LINE.

           MOVE ZERO TO TP-KEY-COUNT.
           MOVE ZERO TO TP-PEOPLE-COUNT.
           SET PACKAGE-OPEN TO TRUE.
           ADD 1 TO PACKAGES-MADE-COUNT.
       2200-OPEN-PACKAGE-END.
      ******************************************************************
       2300-CLOSE-PACKAGE.
           MOVE TP-KEY-COUNT TO COUNT-DISP.
           MOVE SPACES TO PACKAGE-OUT-LINE.
           STRING 'T|' DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                  INTO PACKAGE-OUT-LINE.
           WRITE PACKAGE-OUT-LINE.
           CLOSE PACKAGE-OUT-FILE.

           EXEC SQL
               UPDATE translation_package
               SET key_count = :TP-KEY-COUNT,
                   people_at_send = :TP-PEOPLE-COUNT
               WHERE package_id = :TP-PACKAGE-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'TrnPkg' TO CAT-PROGRAM-NAME.
           MOVE PACKAGE-OUT-FILENAME TO CAT-FILE-NAME.
           COMPUTE CAT-LINE-COUNT = TP-KEY-COUNT + 2.
           MOVE 1 TO CAT-PAGE-COUNT.
           PERFORM 8910-REGISTER-REPORT
               THRU 8910-REGISTER-REPORT-END.

           MOVE TP-PEOPLE-COUNT TO PEOPLE-DISP.
           DISPLAY 'Package ' FUNCTION TRIM(TP-PACKAGE-CODE)
                   ' for ' FUNCTION TRIM(TP-TARGET-SPOKEN) ': '
                   FUNCTION TRIM(COUNT-DISP) ' keys, '
                   FUNCTION TRIM(PEOPLE-DISP)
                   ' people on a fallback - '
                   FUNCTION TRIM(PACKAGE-OUT-FILENAME).

           MOVE 'N' TO PACKAGE-OPEN-SWITCH.
       2300-CLOSE-PACKAGE-END.
      ******************************************************************
      * A returned package is taken whole or not at all: the file is
      * first matched against the package (header, every unit key,
      * trailer count), then every returned text is checked in the
      * database against what was sent. Any fault refuses the
      * package; the import report says what to send back corrected,
      * and the same package can be imported again.
       3001-IMPORT-PACKAGE.
           OPEN INPUT PACKAGE-IN-FILE.

           IF PACKAGE-IN-FILE-NOT-FOUND
               DISPLAY 'Returned file not found: '
                       FUNCTION TRIM(PACKAGE-IN-FILENAME)
               MOVE 8 TO JRL-RETURN-CODE
               GO TO 3001-IMPORT-PACKAGE-END
           END-IF.

           IF NOT PACKAGE-IN-STATUS-OK
               DISPLAY 'Error opening returned file, status: '
                       WS-PACKAGE-IN-STATUS
               MOVE 8 TO JRL-RETURN-CODE
               GO TO 3001-IMPORT-PACKAGE-END
           END-IF.

           PERFORM 3100-READ-PACKAGE-HEADER
               THRU 3100-READ-PACKAGE-HEADER-END.

           IF TP-PACKAGE-FOUND = 0
               CLOSE PACKAGE-IN-FILE
               MOVE 8 TO JRL-RETURN-CODE
               GO TO 3001-IMPORT-PACKAGE-END
           END-IF.

           PERFORM 3050-OPEN-IMPORT-REPORT
               THRU 3050-OPEN-IMPORT-REPORT-END.

      *    A re-import starts from a clean slate.
           EXEC SQL
               UPDATE translation_package_item
               SET target_text = NULL,
                   item_status = 'SENT',
                   check_reason = NULL
               WHERE package_id = :TP-PACKAGE-ID
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 3200-READ-PACKAGE-LINE
               THRU 3200-READ-PACKAGE-LINE-END.
           PERFORM 3300-TAKE-PACKAGE-LINE
               THRU 3300-TAKE-PACKAGE-LINE-END
               UNTIL PACKAGE-IN-EOF.

           CLOSE PACKAGE-IN-FILE.

           IF NOT TRAILER-SEEN
               MOVE 'The trailer line (T|count) is missing.'
                   TO REPORT-LINE
               PERFORM 3900-REPORT-FILE-ERROR
                   THRU 3900-REPORT-FILE-ERROR-END
           END-IF.

           PERFORM 3500-CHECK-RETURNED-TEXTS
               THRU 3500-CHECK-RETURNED-TEXTS-END.

           PERFORM 3600-LIST-REFUSED-ITEMS
               THRU 3600-LIST-REFUSED-ITEMS-END.

           PERFORM 3700-SETTLE-PACKAGE
               THRU 3700-SETTLE-PACKAGE-END.
       3001-IMPORT-PACKAGE-END.
      ******************************************************************
       3050-OPEN-IMPORT-REPORT.
           MOVE SPACES TO TRACKING-REPORT-FILENAME.
           STRING 'TRNIMP_' DELIMITED BY SIZE
                  FUNCTION TRIM(TP-PACKAGE-CODE) DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO TRACKING-REPORT-FILENAME.

           OPEN OUTPUT TRACKING-REPORT-FILE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Translation package import - ' DELIMITED BY SIZE
                  FUNCTION TRIM(TP-PACKAGE-CODE) DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  FUNCTION TRIM(TP-TARGET-SPOKEN) DELIMITED BY SIZE
                  ') from ' DELIMITED BY SIZE
                  FUNCTION TRIM(PACKAGE-IN-FILENAME) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.

           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.
       3050-OPEN-IMPORT-REPORT-END.
      ******************************************************************
      * The header must name a package that is out with the agency
      * (or was refused and is coming back corrected), for the
      * language it was sent in.
       3100-READ-PACKAGE-HEADER.
           MOVE ZERO TO TP-PACKAGE-FOUND.
           PERFORM 3200-READ-PACKAGE-LINE
               THRU 3200-READ-PACKAGE-LINE-END.

           IF PACKAGE-IN-EOF
               DISPLAY 'Returned file is empty.'
               GO TO 3100-READ-PACKAGE-HEADER-END
           END-IF.

           IF IN-RECORD-TYPE NOT = 'H'
            OR IN-FIELD-2 NOT = 'TRNPKG'
               DISPLAY 'First line is not a TRNPKG package header.'
               GO TO 3100-READ-PACKAGE-HEADER-END
           END-IF.

           MOVE IN-FIELD-3 TO TP-PACKAGE-CODE.
           EXEC SQL
               SELECT package_id, target_spoken, status
               INTO :TP-PACKAGE-ID, :TP-TARGET-SPOKEN, :TP-STATUS
               FROM translation_package
               WHERE package_code = :TP-PACKAGE-CODE
           END-EXEC.

           IF SQLCODE = +100
               DISPLAY 'Unknown package: '
                       FUNCTION TRIM(TP-PACKAGE-CODE)
               GO TO 3100-READ-PACKAGE-HEADER-END
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF TP-STATUS NOT = 'SENT' AND TP-STATUS NOT = 'REFUSED'
               DISPLAY 'Package ' FUNCTION TRIM(TP-PACKAGE-CODE)
                       ' is ' FUNCTION TRIM(TP-STATUS)
                       ' - it cannot be imported again.'
               GO TO 3100-READ-PACKAGE-HEADER-END
           END-IF.

           IF FUNCTION UPPER-CASE(IN-FIELD-5) NOT = TP-TARGET-SPOKEN
               DISPLAY 'Package ' FUNCTION TRIM(TP-PACKAGE-CODE)
                       ' was sent for '
                       FUNCTION TRIM(TP-TARGET-SPOKEN)
                       ', the file says '
                       FUNCTION TRIM(IN-FIELD-5) '.'
               GO TO 3100-READ-PACKAGE-HEADER-END
           END-IF.

           MOVE 1 TO TP-PACKAGE-FOUND.
       3100-READ-PACKAGE-HEADER-END.
      ******************************************************************
      * Each line is split on the pipe; one receiving field more than
      * a unit has catches a pipe inside the translation.
       3200-READ-PACKAGE-LINE.
           READ PACKAGE-IN-FILE
               AT END SET PACKAGE-IN-EOF TO TRUE
           END-READ.

           IF PACKAGE-IN-EOF
               GO TO 3200-READ-PACKAGE-LINE-END
           END-IF.

           ADD 1 TO IN-LINE-NUMBER.
           MOVE SPACES TO IN-FIELDS.
           MOVE ZERO TO FIELD-COUNT.
           UNSTRING PACKAGE-IN-LINE DELIMITED BY '|'
               INTO IN-RECORD-TYPE IN-FIELD-2 IN-FIELD-3 IN-FIELD-4
                    IN-FIELD-5 IN-FIELD-6 IN-FIELD-7
               TALLYING IN FIELD-COUNT
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(IN-RECORD-TYPE) TO IN-RECORD-TYPE.
       3200-READ-PACKAGE-LINE-END.
      ******************************************************************
       3300-TAKE-PACKAGE-LINE.
           MOVE IN-LINE-NUMBER TO LINE-NO-DISP.

           EVALUATE TRUE
               WHEN PACKAGE-IN-LINE = SPACES
                   CONTINUE
               WHEN TRAILER-SEEN
                   MOVE SPACES TO REPORT-LINE
                   STRING 'Line ' DELIMITED BY SIZE
                          FUNCTION TRIM(LINE-NO-DISP)
                              DELIMITED BY SIZE
                          ': text after the trailer line.'
                              DELIMITED BY SIZE
                          INTO REPORT-LINE
                   PERFORM 3900-REPORT-FILE-ERROR
                       THRU 3900-REPORT-FILE-ERROR-END
               WHEN IN-RECORD-TYPE = 'U'
                   ADD 1 TO IN-UNIT-COUNT
                   ADD 1 TO JRL-ROWS-READ
                   PERFORM 3400-TAKE-UNIT
                       THRU 3400-TAKE-UNIT-END
               WHEN IN-RECORD-TYPE = 'T'
                   SET TRAILER-SEEN TO TRUE
                   MOVE ZERO TO IN-TRAILER-COUNT
                   IF FUNCTION TEST-NUMVAL(IN-FIELD-2) = 0
                       MOVE FUNCTION NUMVAL(IN-FIELD-2)
                           TO IN-TRAILER-COUNT
                   END-IF
                   IF IN-TRAILER-COUNT NOT = IN-UNIT-COUNT
                       MOVE IN-UNIT-COUNT TO COUNT-DISP
                       MOVE SPACES TO REPORT-LINE
                       STRING 'Trailer gives ' DELIMITED BY SIZE
                              FUNCTION TRIM(IN-FIELD-2)
                                  DELIMITED BY SIZE
                              ' units, the file holds '
                                  DELIMITED BY SIZE
                              FUNCTION TRIM(COUNT-DISP)
                                  DELIMITED BY SIZE
                              '.' DELIMITED BY SIZE
                              INTO REPORT-LINE
                       PERFORM 3900-REPORT-FILE-ERROR
                           THRU 3900-REPORT-FILE-ERROR-END
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO REPORT-LINE
                   STRING 'Line ' DELIMITED BY SIZE
                          FUNCTION TRIM(LINE-NO-DISP)
                              DELIMITED BY SIZE
                          ': unknown record type "' DELIMITED BY SIZE
                          FUNCTION TRIM(IN-RECORD-TYPE)
                              DELIMITED BY SIZE
                          '".' DELIMITED BY SIZE
                          INTO REPORT-LINE
                   PERFORM 3900-REPORT-FILE-ERROR
                       THRU 3900-REPORT-FILE-ERROR-END
           END-EVALUATE.

           PERFORM 3200-READ-PACKAGE-LINE
               THRU 3200-READ-PACKAGE-LINE-END.
       3300-TAKE-PACKAGE-LINE-END.
      ******************************************************************
      * A unit is matched to its item by the key; a key the package
      * never sent, or one that comes back twice, is a file fault.
      * The texts themselves are checked afterwards, all at once.
       3400-TAKE-UNIT.
           IF FIELD-COUNT NOT = 6
               MOVE FIELD-COUNT TO COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING 'Line ' DELIMITED BY SIZE
                      FUNCTION TRIM(LINE-NO-DISP) DELIMITED BY SIZE
                      ': unit has ' DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                      ' fields instead of 6 (a "|" in the text?).'
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM 3900-REPORT-FILE-ERROR
                   THRU 3900-REPORT-FILE-ERROR-END
               GO TO 3400-TAKE-UNIT-END
           END-IF.

           MOVE SPACES TO ITM-COUNTRY-CODE ITM-SPOKEN.
           UNSTRING IN-FIELD-2 DELIMITED BY ':'
               INTO ITM-COUNTRY-CODE ITM-SPOKEN
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ITM-SPOKEN) TO ITM-SPOKEN.
           MOVE IN-FIELD-6 TO ITM-TARGET-TEXT.

      *    Anything past the column can only be over the limit; the
      *    length check below refuses it on the stored part.
           EXEC SQL
               UPDATE translation_package_item
               SET target_text = TRIM(:ITM-TARGET-TEXT),
                   item_status = 'RETURNED'
               WHERE package_id = :TP-PACKAGE-ID
                 AND country_code = :ITM-COUNTRY-CODE
                 AND spoken = :ITM-SPOKEN
                 AND item_status = 'SENT'
           END-EXEC.

           IF SQLCODE = 0
               GO TO 3400-TAKE-UNIT-END
           END-IF.

           IF SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :TP-ITEM-FOUND
               FROM translation_package_item
               WHERE package_id = :TP-PACKAGE-ID
                 AND country_code = :ITM-COUNTRY-CODE
                 AND spoken = :ITM-SPOKEN
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           IF TP-ITEM-FOUND = 0
               STRING 'Line ' DELIMITED BY SIZE
                      FUNCTION TRIM(LINE-NO-DISP) DELIMITED BY SIZE
                      ': key ' DELIMITED BY SIZE
                      FUNCTION TRIM(IN-FIELD-2) DELIMITED BY SIZE
                      ' was not sent in this package.'
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING 'Line ' DELIMITED BY SIZE
                      FUNCTION TRIM(LINE-NO-DISP) DELIMITED BY SIZE
                      ': key ' DELIMITED BY SIZE
                      FUNCTION TRIM(IN-FIELD-2) DELIMITED BY SIZE
                      ' comes back more than once.'
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF.
           PERFORM 3900-REPORT-FILE-ERROR
               THRU 3900-REPORT-FILE-ERROR-END.
       3400-TAKE-UNIT-END.
      ******************************************************************
      * The text checks, against what was sent: a translation must
      * not be blank, must fit the letter line, and must carry the
      * same &-placeholders (&FNAME, &LNAME, ...) as its source, as
      * many times each - the letter run fills them in and a
      * translated or dropped one would print as it stands. Keys
      * that did not come back at all are marked missing.
       3500-CHECK-RETURNED-TEXTS.
           EXEC SQL
               UPDATE translation_package_item
               SET item_status = 'INVALID',
                   check_reason = 'translation is blank'
               WHERE package_id = :TP-PACKAGE-ID
                 AND item_status = 'RETURNED'
                 AND COALESCE(TRIM(target_text), '') = ''
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE translation_package_item
               SET item_status = 'INVALID',
                   check_reason = 'longer than '
                                  || CAST(max_length AS VARCHAR)
                                  || ' characters'
               WHERE package_id = :TP-PACKAGE-ID
                 AND item_status = 'RETURNED'
                 AND CHAR_LENGTH(target_text) > max_length
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE translation_package_item
               SET item_status = 'INVALID',
                   check_reason = 'placeholders changed'
               WHERE package_id = :TP-PACKAGE-ID
                 AND item_status = 'RETURNED'
                 AND ARRAY(SELECT m[1]
                             FROM regexp_matches(source_text,
                                      '&[A-Z]+', 'g') AS m
                            ORDER BY 1)
                     <> ARRAY(SELECT m[1]
                                FROM regexp_matches(target_text,
                                         '&[A-Z]+', 'g') AS m
                               ORDER BY 1)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE translation_package_item
               SET item_status = 'MISSING',
                   check_reason = 'not in the returned file'
               WHERE package_id = :TP-PACKAGE-ID
                 AND item_status = 'SENT'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) FILTER (WHERE item_status
                                       IN ('RETURNED', 'INVALID')),
                      COUNT(*) FILTER (WHERE item_status
                                       IN ('INVALID', 'MISSING'))
               INTO :TP-RETURNED-COUNT, :TP-REFUSED-COUNT
               FROM translation_package_item
               WHERE package_id = :TP-PACKAGE-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3500-CHECK-RETURNED-TEXTS-END.
      ******************************************************************
       3600-LIST-REFUSED-ITEMS.
           EXEC SQL DECLARE BAD_CUR CURSOR FOR
               SELECT country_code, spoken, item_status,
                      COALESCE(check_reason, ' ')
               FROM translation_package_item
               WHERE package_id = :TP-PACKAGE-ID
                 AND item_status IN ('INVALID', 'MISSING')
               ORDER BY country_code, spoken
           END-EXEC.

           EXEC SQL OPEN BAD_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH BAD_CUR
                   INTO :ITM-COUNTRY-CODE, :ITM-SPOKEN, :ITM-STATUS,
                        :ITM-CHECK-REASON
               END-EXEC

               IF SQLCODE = 0 THEN
                   MOVE SPACES TO REPORT-LINE
                   STRING FUNCTION TRIM(ITM-COUNTRY-CODE)
                              DELIMITED BY SIZE
                          ':' DELIMITED BY SIZE
                          FUNCTION TRIM(ITM-SPOKEN) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          ITM-STATUS DELIMITED BY SIZE
                          FUNCTION TRIM(ITM-CHECK-REASON)
                              DELIMITED BY SIZE
                          INTO REPORT-LINE
                   PERFORM 5900-WRITE-REPORT-LINE
                       THRU 5900-WRITE-REPORT-LINE-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE BAD_CUR END-EXEC.
       3600-LIST-REFUSED-ITEMS-END.
      ******************************************************************
      * A clean package waits for its go-live date as RETURNED; if
      * that date is today it is loaded straight away.
       3700-SETTLE-PACKAGE.
           MOVE TP-RETURNED-COUNT TO COUNT-DISP.
           MOVE TP-REFUSED-COUNT TO COUNT-DISP-2.
           MOVE FILE-ERROR-COUNT TO COUNT-DISP-3.

           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Keys returned: ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  '   keys refused: ' DELIMITED BY SIZE
                  COUNT-DISP-2 DELIMITED BY SIZE
                  '   file faults: ' DELIMITED BY SIZE
                  COUNT-DISP-3 DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.

           IF TP-REFUSED-COUNT > 0 OR FILE-ERROR-COUNT > 0
               MOVE 'REFUSED' TO TP-STATUS
               MOVE TP-REFUSED-COUNT TO JRL-ROWS-REJECTED
               ADD FILE-ERROR-COUNT TO JRL-ROWS-REJECTED
               MOVE 4 TO JRL-RETURN-CODE
               MOVE SPACES TO REPORT-LINE
               STRING 'Package ' DELIMITED BY SIZE
                      FUNCTION TRIM(TP-PACKAGE-CODE) DELIMITED BY SIZE
                      ' REFUSED - nothing loaded; import the '
                          DELIMITED BY SIZE
                      'corrected file again.' DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               MOVE 'RETURNED' TO TP-STATUS
               MOVE SPACES TO REPORT-LINE
               STRING 'Package ' DELIMITED BY SIZE
                      FUNCTION TRIM(TP-PACKAGE-CODE) DELIMITED BY SIZE
                      ' accepted - goes live on ' DELIMITED BY SIZE
                      TP-GO-LIVE-DATE DELIMITED BY SIZE
                      '.' DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.

           CLOSE TRACKING-REPORT-FILE.

           EXEC SQL
               UPDATE translation_package
               SET status = :TP-STATUS,
                   return_file = :TP-RETURN-FILE,
                   returned_at = CURRENT_TIMESTAMP,
                   keys_returned = :TP-RETURNED-COUNT,
                   keys_refused = :TP-REFUSED-COUNT,
                   go_live_date = CASE WHEN :TP-STATUS = 'RETURNED'
                                       THEN CAST(:TP-GO-LIVE-DATE
                                                 AS DATE)
                                  END
               WHERE package_id = :TP-PACKAGE-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'TrnPkg' TO CAT-PROGRAM-NAME.
           MOVE TRACKING-REPORT-FILENAME TO CAT-FILE-NAME.
           MOVE REPORT-LINE-COUNT TO CAT-LINE-COUNT.
           MOVE 1 TO CAT-PAGE-COUNT.
           PERFORM 8910-REGISTER-REPORT
               THRU 8910-REGISTER-REPORT-END.

           IF TP-STATUS = 'RETURNED' AND DATE-NUM = TODAY-DATE-NUM
               PERFORM 4001-PUBLISH-DUE-PACKAGES
                   THRU 4001-PUBLISH-DUE-PACKAGES-END
           END-IF.
       3700-SETTLE-PACKAGE-END.
      ******************************************************************
       3900-REPORT-FILE-ERROR.
           ADD 1 TO FILE-ERROR-COUNT.
           DISPLAY FUNCTION TRIM(REPORT-LINE).
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.
       3900-REPORT-FILE-ERROR-END.
      ******************************************************************
      * Accepted packages go live on their date. A key that gained a
      * phrase of its own since the package went out (a PhrMnt add,
      * or an earlier package) is left alone and counted skipped;
      * the rest go into phrase with a history period opening on the
      * go-live date, as if PhrMnt had added them that morning. The
      * people each key fixes are the active people it serves now.
       4001-PUBLISH-DUE-PACKAGES.
           EXEC SQL DECLARE DUE_CUR CURSOR FOR
               SELECT package_id, package_code, target_spoken
               FROM translation_package
               WHERE status = 'RETURNED'
                 AND go_live_date <= CURRENT_DATE
               ORDER BY package_id
           END-EXEC.

           EXEC SQL OPEN DUE_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH DUE_CUR
                   INTO :PKG-PACKAGE-ID, :PKG-PACKAGE-CODE,
                        :PKG-TARGET-SPOKEN
               END-EXEC

               IF SQLCODE = 0 THEN
                   PERFORM 4100-LOAD-ONE-PACKAGE
                       THRU 4100-LOAD-ONE-PACKAGE-END
               END-IF
           END-PERFORM.

           IF SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL CLOSE DUE_CUR END-EXEC.

           MOVE PACKAGES-LOADED-COUNT TO COUNT-DISP.
           DISPLAY 'Translation packages loaded: ' COUNT-DISP.
       4001-PUBLISH-DUE-PACKAGES-END.
      ******************************************************************
       4100-LOAD-ONE-PACKAGE.
           EXEC SQL
               UPDATE translation_package_item i
               SET item_status = 'SKIPPED',
                   check_reason = 'phrase added meanwhile'
               WHERE i.package_id = :PKG-PACKAGE-ID
                 AND i.item_status = 'RETURNED'
                 AND EXISTS
                     (SELECT 1 FROM phrase p
                       WHERE p.country_code = i.country_code
                         AND UPPER(TRIM(p.spoken)) = i.spoken)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO phrase (country_code, spoken, phrase)
               SELECT i.country_code, i.spoken, i.target_text
               FROM translation_package_item i
               WHERE i.package_id = :PKG-PACKAGE-ID
                 AND i.item_status = 'RETURNED'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO phrase_history
                   (country_code, spoken, phrase, effective_from,
                    effective_to, action, changed_by, changed_at)
               SELECT i.country_code, i.spoken, i.target_text,
                      CAST(k.go_live_date AS TIMESTAMP), NULL,
                      'TRANSLATE', 'TrnPkg ' || k.package_code,
                      CURRENT_TIMESTAMP
               FROM translation_package_item i,
                    translation_package k
               WHERE k.package_id = i.package_id
                 AND i.package_id = :PKG-PACKAGE-ID
                 AND i.item_status = 'RETURNED'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE translation_package_item i
               SET item_status = 'LOADED',
                   people_fixed =
                       (SELECT COUNT(*) FROM databank d
                         WHERE COALESCE(d.status, 'A') = 'A'
                           AND d.country_code = i.country_code
                           AND UPPER(TRIM(d.spoken)) = i.spoken)
               WHERE i.package_id = :PKG-PACKAGE-ID
                 AND i.item_status = 'RETURNED'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) FILTER (WHERE item_status = 'LOADED'),
                      COUNT(*) FILTER (WHERE item_status = 'SKIPPED'),
                      COALESCE(SUM(people_fixed), 0)
               INTO :TP-LOADED-COUNT, :TP-SKIPPED-COUNT,
                    :TP-FIXED-COUNT
               FROM translation_package_item
               WHERE package_id = :PKG-PACKAGE-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE translation_package
               SET status = 'LOADED',
                   loaded_at = CURRENT_TIMESTAMP,
                   keys_loaded = :TP-LOADED-COUNT,
                   keys_skipped = :TP-SKIPPED-COUNT,
                   people_fixed = :TP-FIXED-COUNT
               WHERE package_id = :PKG-PACKAGE-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           ADD 1 TO PACKAGES-LOADED-COUNT.
           ADD TP-LOADED-COUNT TO JRL-ROWS-UPDATED.
           MOVE TP-LOADED-COUNT TO COUNT-DISP.
           MOVE TP-SKIPPED-COUNT TO COUNT-DISP-2.
           MOVE TP-FIXED-COUNT TO PEOPLE-DISP.
           DISPLAY 'Package ' FUNCTION TRIM(PKG-PACKAGE-CODE)
                   ' (' FUNCTION TRIM(PKG-TARGET-SPOKEN) ') loaded: '
                   FUNCTION TRIM(COUNT-DISP) ' keys, '
                   FUNCTION TRIM(COUNT-DISP-2) ' skipped, '
                   FUNCTION TRIM(PEOPLE-DISP)
                   ' people off the fallback.'.
       4100-LOAD-ONE-PACKAGE-END.
      ******************************************************************
      * The tracking report: every package with its progress from
      * sent through returned to loaded, and for loaded packages the
      * number of people who now get a phrase in their own language.
       5001-LIST-PACKAGES.
           MOVE SPACES TO TRACKING-REPORT-FILENAME.
           STRING 'TRNPKG_' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO TRACKING-REPORT-FILENAME.

           OPEN OUTPUT TRACKING-REPORT-FILE.

           MOVE 'Translation package tracking' TO REPORT-LINE.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Package  Language     Status     Sent       '
                      DELIMITED BY SIZE
                  '  Keys Return  Loaded Go-live    '
                      DELIMITED BY SIZE
                  'People@send   Fixed' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.
           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.

           EXEC SQL DECLARE PKG_CUR CURSOR FOR
               SELECT package_id, package_code, target_spoken, status,
                      COALESCE(TO_CHAR(sent_at, 'YYYY-MM-DD'), ' '),
                      COALESCE(key_count, 0),
                      COALESCE(keys_returned, 0),
                      COALESCE(keys_loaded, 0),
                      COALESCE(TO_CHAR(go_live_date, 'YYYY-MM-DD'),
                               ' '),
                      COALESCE(people_at_send, 0),
                      COALESCE(people_fixed, 0)
               FROM translation_package
               ORDER BY package_id
           END-EXEC.

           EXEC SQL OPEN PKG_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE ZERO TO TP-KEY-COUNT TP-RETURNED-COUNT
                        TP-LOADED-COUNT TP-FIXED-COUNT.
           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH PKG_CUR
                   INTO :PKG-PACKAGE-ID, :PKG-PACKAGE-CODE,
                        :PKG-TARGET-SPOKEN, :PKG-STATUS,
                        :PKG-SENT-DATE, :PKG-KEY-COUNT,
                        :PKG-RETURNED-COUNT, :PKG-LOADED-COUNT,
                        :PKG-GO-LIVE-DATE, :PKG-PEOPLE-AT-SEND,
                        :PKG-PEOPLE-FIXED
               END-EXEC

               IF SQLCODE = 0 THEN
                   ADD 1 TO JRL-ROWS-READ
                   PERFORM 5100-WRITE-PACKAGE-LINE
                       THRU 5100-WRITE-PACKAGE-LINE-END
               END-IF
           END-PERFORM.

           IF SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL CLOSE PKG_CUR END-EXEC.

           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.
           MOVE TP-KEY-COUNT TO COUNT-DISP.
           MOVE TP-RETURNED-COUNT TO COUNT-DISP-2.
           MOVE TP-LOADED-COUNT TO COUNT-DISP-3.
           MOVE TP-FIXED-COUNT TO PEOPLE-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Keys sent: ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  '   returned: ' DELIMITED BY SIZE
                  COUNT-DISP-2 DELIMITED BY SIZE
                  '   loaded: ' DELIMITED BY SIZE
                  COUNT-DISP-3 DELIMITED BY SIZE
                  '   people off the fallback: ' DELIMITED BY SIZE
                  PEOPLE-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.

           CLOSE TRACKING-REPORT-FILE.

           MOVE 'TrnPkg' TO CAT-PROGRAM-NAME.
           MOVE TRACKING-REPORT-FILENAME TO CAT-FILE-NAME.
           MOVE REPORT-LINE-COUNT TO CAT-LINE-COUNT.
           MOVE 1 TO CAT-PAGE-COUNT.
           PERFORM 8910-REGISTER-REPORT
               THRU 8910-REGISTER-REPORT-END.
       5001-LIST-PACKAGES-END.
      ******************************************************************
       5100-WRITE-PACKAGE-LINE.
           ADD PKG-KEY-COUNT TO TP-KEY-COUNT.
           ADD PKG-RETURNED-COUNT TO TP-RETURNED-COUNT.
           ADD PKG-LOADED-COUNT TO TP-LOADED-COUNT.
           ADD PKG-PEOPLE-FIXED TO TP-FIXED-COUNT.

           MOVE PKG-KEY-COUNT TO COUNT-DISP.
           MOVE PKG-RETURNED-COUNT TO COUNT-DISP-2.
           MOVE PKG-LOADED-COUNT TO COUNT-DISP-3.
           MOVE PKG-PEOPLE-AT-SEND TO PEOPLE-DISP.
           MOVE PKG-PEOPLE-FIXED TO PEOPLE-DISP-2.
           MOVE SPACES TO REPORT-LINE.
           STRING PKG-PACKAGE-CODE(1:8) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PKG-TARGET-SPOKEN(1:12) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PKG-STATUS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PKG-SENT-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  COUNT-DISP-2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  COUNT-DISP-3 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PKG-GO-LIVE-DATE DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  PEOPLE-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PEOPLE-DISP-2 DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 5900-WRITE-REPORT-LINE
               THRU 5900-WRITE-REPORT-LINE-END.
       5100-WRITE-PACKAGE-LINE-END.
      ******************************************************************
       5900-WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE TRACKING-REPORT-LINE FROM REPORT-LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       5900-WRITE-REPORT-LINE-END.
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
