       IDENTIFICATION DIVISION.
       PROGRAM-ID. SpkInfer.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFER-REPORT-FILE ASSIGN TO INFER-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INFER-REPORT-FILE.
       01  INFER-REPORT-LINE      PIC X(150).

       WORKING-STORAGE SECTION.
      * Many of the people PhrCov counts as served by a fallback
      * phrase simply have a blank or junk spoken value. In Belgium,
      * Switzerland and Luxembourg the postal code tells the language
      * region almost exactly, so this pass looks each such active
      * individual up in spoken_region and proposes the region's
      * language through pending_corrections for CorAppr approval -
      * never a direct update. A bilingual region (Brussels, Biel)
      * cannot decide and gets no proposal. The report closes with,
      * per region, how many fallback-served people the proposals
      * would move onto a proper phrase.
       01  INFER-REPORT-FILENAME  PIC X(40) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  REPORT-LINE            PIC X(150) VALUE SPACES.
       01  DASH-LINE              PIC X(70) VALUE ALL '-'.

      * The whole region table rides in memory for the scan, with
      * the running tallies the closing summary is written from.
      * RGM-PHRASE-FLAG says whether the country has a phrase in the
      * region's language, i.e. whether a proposal here ends the
      * fallback once it is applied.
       01  REGION-MEMORY-TABLE.
           05  RGM-ENTRY          OCCURS 200 TIMES.
               10  RGM-COUNTRY    PIC X(10).
               10  RGM-FROM       PIC X(10).
               10  RGM-TO         PIC X(10).
               10  RGM-LEN        PIC 9(2).
               10  RGM-SPOKEN     PIC X(50).
               10  RGM-REGION     PIC X(30).
               10  RGM-PHRASE-FLAG PIC X(1).
               10  RGM-PROPOSED-COUNT PIC 9(6).
               10  RGM-BILINGUAL-COUNT PIC 9(6).
       01  RGM-COUNT              PIC 9(3) VALUE ZEROS.
       01  RGM-IDX                PIC 9(3) VALUE ZEROS.
       01  RGM-HIT-IDX            PIC 9(3) VALUE ZEROS.

       01  POSTAL-DIGITS          PIC X(10) VALUE SPACES.
       01  POSTAL-DIGITS-LEN      PIC 9(2) VALUE ZEROS.
       01  POSTAL-CHAR-IDX        PIC 9(2) VALUE ZEROS.

       01  ROWS-EXAMINED-COUNT    PIC 9(6) VALUE ZEROS.
       01  ROWS-PROPOSED-COUNT    PIC 9(6) VALUE ZEROS.
       01  ROWS-MOVED-COUNT       PIC 9(6) VALUE ZEROS.
       01  ROWS-BILINGUAL-COUNT   PIC 9(6) VALUE ZEROS.
       01  ROWS-SAME-COUNT        PIC 9(6) VALUE ZEROS.
       01  ROWS-UNRESOLVED-COUNT  PIC 9(6) VALUE ZEROS.
       01  ROWS-ALREADY-COUNT     PIC 9(6) VALUE ZEROS.
       01  SUMMARY-OUTCOME        PIC X(40) VALUE SPACES.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".

       01  SQL-REGION-ROW.
           05  REG-COUNTRY        PIC X(10).
           05  REG-FROM           PIC X(10).
           05  REG-TO             PIC X(10).
           05  REG-SPOKEN         PIC X(50).
           05  REG-NAME           PIC X(30).
           05  REG-PHRASE-FLAG    PIC X(1).

       01  SQL-FALLBACK-ROW.
           05  FBK-ID             PIC X(36).
           05  FBK-COUNTRY        PIC X(10).
           05  FBK-SPOKEN         PIC X(50).
           05  FBK-POSTAL         PIC X(10).

       01  PROPOSED-SPOKEN        PIC X(50) VALUE SPACES.
       01  PENDING-ROW-COUNT      PIC S9(4) COMP-5 VALUE ZERO.

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

           PERFORM 1090-LOAD-REGIONS-INTO-MEMORY
               THRU 1090-LOAD-REGIONS-INTO-MEMORY-END.

           PERFORM 1200-OPEN-REPORT-FILE
               THRU 1200-OPEN-REPORT-FILE-END.

           PERFORM 3001-INFER-SPOKEN-VALUES
               THRU 3001-INFER-SPOKEN-VALUES-END.

           PERFORM 3500-WRITE-REGION-SUMMARY
               THRU 3500-WRITE-REGION-SUMMARY-END.

           CLOSE INFER-REPORT-FILE.
       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           STOP RUN.
      ******************************************************************
       1090-LOAD-REGIONS-INTO-MEMORY.
           MOVE ZEROS TO RGM-COUNT.

           EXEC SQL DECLARE RGN_CUR CURSOR FOR
               SELECT r.country_code, TRIM(r.postal_from),
                      TRIM(r.postal_to), TRIM(r.spoken),
                      COALESCE(r.region_name, ''),
                      CASE WHEN EXISTS
                           (SELECT 1 FROM phrase p
                             WHERE p.country_code = r.country_code
                               AND UPPER(TRIM(p.spoken)) =
                                   UPPER(TRIM(r.spoken)))
                           THEN 'Y' ELSE 'N' END
               FROM spoken_region r
               ORDER BY r.country_code, r.postal_from
           END-EXEC.

           EXEC SQL OPEN RGN_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
                      OR RGM-COUNT >= 200
               EXEC SQL
                   FETCH RGN_CUR
                   INTO :REG-COUNTRY, :REG-FROM, :REG-TO,
                        :REG-SPOKEN, :REG-NAME, :REG-PHRASE-FLAG
               END-EXEC

               IF SQLCODE = 0 AND REG-FROM NOT = SPACES THEN
                   ADD 1 TO RGM-COUNT
                   MOVE REG-COUNTRY TO RGM-COUNTRY(RGM-COUNT)
                   MOVE REG-FROM TO RGM-FROM(RGM-COUNT)
                   MOVE REG-TO TO RGM-TO(RGM-COUNT)
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(REG-FROM))
                       TO RGM-LEN(RGM-COUNT)
                   MOVE REG-SPOKEN TO RGM-SPOKEN(RGM-COUNT)
                   MOVE REG-NAME TO RGM-REGION(RGM-COUNT)
                   MOVE REG-PHRASE-FLAG TO RGM-PHRASE-FLAG(RGM-COUNT)
                   MOVE ZEROS TO RGM-PROPOSED-COUNT(RGM-COUNT)
                   MOVE ZEROS TO RGM-BILINGUAL-COUNT(RGM-COUNT)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE RGN_CUR END-EXEC.

           DISPLAY 'Spoken-language regions held in memory: '
                   RGM-COUNT.
       1090-LOAD-REGIONS-INTO-MEMORY-END.
      ******************************************************************
       1200-OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           STRING 'SPKINFER_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO INFER-REPORT-FILENAME.

           OPEN OUTPUT INFER-REPORT-FILE.

           MOVE 'Spoken-language inference from postal regions'
               TO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE INFER-REPORT-LINE FROM REPORT-LINE.

           MOVE DASH-LINE TO REPORT-LINE.
           WRITE INFER-REPORT-LINE FROM REPORT-LINE.
       1200-OPEN-REPORT-FILE-END.
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

           MOVE 'SpkInfer' TO ERR-PROGRAM-NAME.
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
      * The same population PhrCov counts as served by a fallback:
      * active individuals whose spoken value is blank, the '*'
      * default marker, or one the phrase table has no row for in
      * their country - restricted to the countries spoken_region
      * covers.
       3001-INFER-SPOKEN-VALUES.
           EXEC SQL DECLARE FBK_CUR CURSOR WITH HOLD FOR
               SELECT d.id, d.country_code, COALESCE(d.spoken, ''),
                      COALESCE(d.postal_code, '')
               FROM databank d
               WHERE COALESCE(d.status, 'A') = 'A'
                 AND d.country_code IN
                     (SELECT r.country_code FROM spoken_region r)
                 AND (COALESCE(TRIM(d.spoken), '') IN ('', '*')
                      OR NOT EXISTS
                         (SELECT 1 FROM phrase p
                           WHERE p.country_code = d.country_code
                             AND UPPER(TRIM(p.spoken)) =
                                 UPPER(TRIM(d.spoken))))
               ORDER BY d.country_code, d.id
           END-EXEC.

           EXEC SQL OPEN FBK_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH FBK_CUR
                   INTO :FBK-ID, :FBK-COUNTRY, :FBK-SPOKEN,
                        :FBK-POSTAL
               END-EXEC

               IF SQLCODE = 0 THEN
                   ADD 1 TO ROWS-EXAMINED-COUNT
                   PERFORM 3100-INFER-ONE-ROW
                       THRU 3100-INFER-ONE-ROW-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE FBK_CUR END-EXEC.
       3001-INFER-SPOKEN-VALUES-END.
      ******************************************************************
      * The first range of the person's country holding the postal
      * code decides. No postal code, or one outside every range, is
      * unresolvable from the address; a bilingual region is counted
      * against its range but proposes nothing; a region whose
      * language is already what the record says needs a phrase
      * (PhrMnt), not a correction.
       3100-INFER-ONE-ROW.
           PERFORM 3150-EXTRACT-POSTAL-DIGITS
               THRU 3150-EXTRACT-POSTAL-DIGITS-END.

           MOVE ZEROS TO RGM-HIT-IDX.
           IF POSTAL-DIGITS-LEN > 0
               PERFORM VARYING RGM-IDX FROM 1 BY 1
                       UNTIL RGM-IDX > RGM-COUNT
                          OR RGM-HIT-IDX > 0
                   IF RGM-COUNTRY(RGM-IDX) = FBK-COUNTRY
                    AND RGM-LEN(RGM-IDX) = POSTAL-DIGITS-LEN
                    AND POSTAL-DIGITS >= RGM-FROM(RGM-IDX)
                    AND POSTAL-DIGITS <= RGM-TO(RGM-IDX)
                       MOVE RGM-IDX TO RGM-HIT-IDX
                   END-IF
               END-PERFORM
           END-IF.

           IF RGM-HIT-IDX = 0
               ADD 1 TO ROWS-UNRESOLVED-COUNT
               GO TO 3100-INFER-ONE-ROW-END
           END-IF.

           IF RGM-SPOKEN(RGM-HIT-IDX) = SPACES
               ADD 1 TO ROWS-BILINGUAL-COUNT
               ADD 1 TO RGM-BILINGUAL-COUNT(RGM-HIT-IDX)
               GO TO 3100-INFER-ONE-ROW-END
           END-IF.

           IF FUNCTION UPPER-CASE(FBK-SPOKEN) =
              FUNCTION UPPER-CASE(RGM-SPOKEN(RGM-HIT-IDX))
               ADD 1 TO ROWS-SAME-COUNT
               GO TO 3100-INFER-ONE-ROW-END
           END-IF.

           PERFORM 3200-QUEUE-PROPOSAL
               THRU 3200-QUEUE-PROPOSAL-END.
       3100-INFER-ONE-ROW-END.
      ******************************************************************
      * Postal codes arrive as '1000', 'B-1000', 'CH 8001' or
      * 'L-1234'; only the digits are compared against the ranges.
       3150-EXTRACT-POSTAL-DIGITS.
           MOVE SPACES TO POSTAL-DIGITS.
           MOVE ZEROS TO POSTAL-DIGITS-LEN.

           PERFORM VARYING POSTAL-CHAR-IDX FROM 1 BY 1
                   UNTIL POSTAL-CHAR-IDX > 10
               IF FBK-POSTAL(POSTAL-CHAR-IDX:1) IS NUMERIC
                   ADD 1 TO POSTAL-DIGITS-LEN
                   MOVE FBK-POSTAL(POSTAL-CHAR-IDX:1)
                       TO POSTAL-DIGITS(POSTAL-DIGITS-LEN:1)
               END-IF
           END-PERFORM.
       3150-EXTRACT-POSTAL-DIGITS-END.
      ******************************************************************
      * Proposals flow through pending_corrections for CorAppr, the
      * same queue the country passes feed, as correction_type 'S'.
      * A row that already has an undecided spoken proposal is left
      * alone.
       3200-QUEUE-PROPOSAL.
           EXEC SQL
               SELECT COUNT(*) INTO :PENDING-ROW-COUNT
               FROM pending_corrections
               WHERE databank_id = :FBK-ID
                 AND status = 'P'
                 AND correction_type = 'S'
           END-EXEC.

           IF PENDING-ROW-COUNT > 0
               ADD 1 TO ROWS-ALREADY-COUNT
               GO TO 3200-QUEUE-PROPOSAL-END
           END-IF.

           MOVE RGM-SPOKEN(RGM-HIT-IDX) TO PROPOSED-SPOKEN.

           EXEC SQL
               INSERT INTO pending_corrections
                   (databank_id, old_country_code, new_country_code,
                    status, proposed_at, correction_type, old_spoken,
                    new_spoken, match_method)
               VALUES
                   (:FBK-ID, :FBK-COUNTRY, :FBK-COUNTRY, 'P',
                    CURRENT_TIMESTAMP, 'S', RTRIM(:FBK-SPOKEN),
                    RTRIM(:PROPOSED-SPOKEN), 'POSTAL')
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           ADD 1 TO ROWS-PROPOSED-COUNT.
           ADD 1 TO RGM-PROPOSED-COUNT(RGM-HIT-IDX).
           IF RGM-PHRASE-FLAG(RGM-HIT-IDX) = 'Y'
               ADD 1 TO ROWS-MOVED-COUNT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Proposed: id ' DELIMITED BY SIZE
                  FBK-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(FBK-COUNTRY) DELIMITED BY SIZE
                  ' "' DELIMITED BY SIZE
                  FUNCTION TRIM(FBK-SPOKEN) DELIMITED BY SIZE
                  '" -> ' DELIMITED BY SIZE
                  FUNCTION TRIM(PROPOSED-SPOKEN) DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  FUNCTION TRIM(RGM-REGION(RGM-HIT-IDX))
                      DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(FBK-POSTAL) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE INFER-REPORT-LINE FROM REPORT-LINE.
       3200-QUEUE-PROPOSAL-END.
      ******************************************************************
      * One line per range that drew any fallback-served people: the
      * proposals made and how many of those people would move onto
      * a proper phrase once CorAppr applies them. A proposal into a
      * language the country has no phrase for still only reaches the
      * country default - the line says so, for PhrMnt.
       3500-WRITE-REGION-SUMMARY.
           MOVE DASH-LINE TO REPORT-LINE.
           WRITE INFER-REPORT-LINE FROM REPORT-LINE.

           MOVE 'Fallback-served people per region' TO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE INFER-REPORT-LINE FROM REPORT-LINE.

           PERFORM VARYING RGM-IDX FROM 1 BY 1
                   UNTIL RGM-IDX > RGM-COUNT
               IF RGM-PROPOSED-COUNT(RGM-IDX) > 0
                OR RGM-BILINGUAL-COUNT(RGM-IDX) > 0
                   PERFORM 3550-WRITE-ONE-REGION-LINE
                       THRU 3550-WRITE-ONE-REGION-LINE-END
               END-IF
           END-PERFORM.

           MOVE DASH-LINE TO REPORT-LINE.
           WRITE INFER-REPORT-LINE FROM REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Fallback rows examined: ' DELIMITED BY SIZE
                  ROWS-EXAMINED-COUNT DELIMITED BY SIZE
                  '  proposed: ' DELIMITED BY SIZE
                  ROWS-PROPOSED-COUNT DELIMITED BY SIZE
                  '  onto a phrase: ' DELIMITED BY SIZE
                  ROWS-MOVED-COUNT DELIMITED BY SIZE
                  '  already pending: ' DELIMITED BY SIZE
                  ROWS-ALREADY-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE INFER-REPORT-LINE FROM REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Bilingual region: ' DELIMITED BY SIZE
                  ROWS-BILINGUAL-COUNT DELIMITED BY SIZE
                  '  region language already on record: '
                      DELIMITED BY SIZE
                  ROWS-SAME-COUNT DELIMITED BY SIZE
                  '  unresolvable: ' DELIMITED BY SIZE
                  ROWS-UNRESOLVED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE INFER-REPORT-LINE FROM REPORT-LINE.
       3500-WRITE-REGION-SUMMARY-END.
      ******************************************************************
       3550-WRITE-ONE-REGION-LINE.
           EVALUATE TRUE
               WHEN RGM-SPOKEN(RGM-IDX) = SPACES
                   MOVE SPACES TO SUMMARY-OUTCOME
                   STRING 'bilingual, left undecided: '
                              DELIMITED BY SIZE
                          RGM-BILINGUAL-COUNT(RGM-IDX)
                              DELIMITED BY SIZE
                          INTO SUMMARY-OUTCOME
               WHEN RGM-PHRASE-FLAG(RGM-IDX) = 'Y'
                   MOVE SPACES TO SUMMARY-OUTCOME
                   STRING 'onto a phrase: ' DELIMITED BY SIZE
                          RGM-PROPOSED-COUNT(RGM-IDX)
                              DELIMITED BY SIZE
                          INTO SUMMARY-OUTCOME
               WHEN OTHER
                   MOVE 'none - no phrase in this language'
                       TO SUMMARY-OUTCOME
           END-EVALUATE.

           MOVE SPACES TO REPORT-LINE.
           STRING RGM-COUNTRY(RGM-IDX)(1:3) DELIMITED BY SIZE
                  RGM-FROM(RGM-IDX)(1:RGM-LEN(RGM-IDX))
                      DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  RGM-TO(RGM-IDX)(1:RGM-LEN(RGM-IDX))
                      DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RGM-REGION(RGM-IDX)(1:18) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RGM-SPOKEN(RGM-IDX)(1:10) DELIMITED BY SIZE
                  ' proposed ' DELIMITED BY SIZE
                  RGM-PROPOSED-COUNT(RGM-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  SUMMARY-OUTCOME DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE INFER-REPORT-LINE FROM REPORT-LINE.
       3550-WRITE-ONE-REGION-LINE-END.
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
