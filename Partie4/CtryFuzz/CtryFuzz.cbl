       IDENTIFICATION DIVISION.
       PROGRAM-ID. CtryFuzz.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUZZ-REPORT-FILE ASSIGN TO FUZZ-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FUZZ-REPORT-FILE.
       01  FUZZ-REPORT-LINE       PIC X(150).

       WORKING-STORAGE SECTION.
      * Corrige maps a country only on its exact spelling, so
      * 'Belgum', ' Belgique.' or 'The Netherlands' stay '??' until
      * someone adds yet another COUNTRYMAP.TXT line. This pass takes
      * every distinct spelling still unmapped on a '??' row and
      * scores it against the country_mapping spellings and the
      * iso_country names - both cleaned the same way: upper case,
      * punctuation to blanks, a leading THE dropped. The score
      * (0-100) is the better of the edit distance over the letters
      * and the share of words the two names have in common. The
      * best candidate at or above FUZZ-MIN-SCORE is proposed for
      * every row carrying the spelling, through pending_corrections
      * for CorAppr exactly as TldInfer does; two different codes
      * tied for best are reported as ambiguous and proposed for
      * none. CorAppr adds an approved spelling to country_mapping.
       01  FUZZ-REPORT-FILENAME   PIC X(40) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  REPORT-LINE            PIC X(150) VALUE SPACES.
       01  REPORT-OUTCOME         PIC X(12) VALUE SPACES.
       01  DASH-LINE              PIC X(70) VALUE ALL '-'.

       01  FUZZ-MIN-SCORE         PIC 9(3) VALUE 80.
      * Names this short ('UK', 'USA') are only taken when they match
      * outright - one letter off is another country.
       01  FUZZ-SHORT-LEN         PIC 9(3) VALUE 4.

      * Every candidate name rides in memory, already cleaned, for
      * the whole scan.
       01  CAND-MEMORY-TABLE.
           05  CND-ENTRY          OCCURS 800 TIMES.
               10  CND-NAME       PIC X(50).
               10  CND-SQUEEZED   PIC X(50).
               10  CND-SQUEEZED-LEN PIC 9(3).
               10  CND-CODE       PIC X(10).
               10  CND-SOURCE     PIC X(1).
       01  CND-COUNT              PIC 9(4) VALUE ZEROS.
       01  CND-IDX                PIC 9(4) VALUE ZEROS.

       01  NORM-IN                PIC X(50) VALUE SPACES.
       01  NORM-WORK              PIC X(50) VALUE SPACES.
       01  NORM-OUT               PIC X(50) VALUE SPACES.
       01  NORM-SHIFT             PIC X(50) VALUE SPACES.
       01  NORM-SQUEEZED          PIC X(50) VALUE SPACES.
       01  NORM-OUT-LEN           PIC 9(3) VALUE ZEROS.
       01  NORM-SQUEEZED-LEN      PIC 9(3) VALUE ZEROS.
       01  NORM-CHAR-IDX          PIC 9(3) VALUE ZEROS.
       01  NORM-CHAR              PIC X(1) VALUE SPACE.
       01  NORM-GAP-SWITCH        PIC X VALUE 'N'.
           88  NORM-GAP-PENDING   VALUE 'Y'.

       01  SPL-NORM               PIC X(50) VALUE SPACES.
       01  SPL-SQUEEZED           PIC X(50) VALUE SPACES.
       01  SPL-SQUEEZED-LEN       PIC 9(3) VALUE ZEROS.
       01  SPL-TOKEN-TABLE.
           05  SPL-TOKEN          PIC X(20) OCCURS 6 TIMES.
       01  CMP-TOKEN-TABLE.
           05  CMP-TOKEN          PIC X(20) OCCURS 6 TIMES.
       01  TOKEN-IDX-A            PIC 9(2) VALUE ZEROS.
       01  TOKEN-IDX-B            PIC 9(2) VALUE ZEROS.
       01  TOKENS-A-USED          PIC 9(2) VALUE ZEROS.
       01  TOKENS-B-USED          PIC 9(2) VALUE ZEROS.
       01  TOKENS-SHARED          PIC 9(2) VALUE ZEROS.
       01  TOKEN-FOUND-SWITCH     PIC X VALUE 'N'.
           88  TOKEN-FOUND        VALUE 'Y'.

       01  LEV-A                  PIC X(50) VALUE SPACES.
       01  LEV-B                  PIC X(50) VALUE SPACES.
       01  LEV-A-LEN              PIC S9(4) COMP VALUE ZERO.
       01  LEV-B-LEN              PIC S9(4) COMP VALUE ZERO.
       01  LEV-I                  PIC S9(4) COMP VALUE ZERO.
       01  LEV-J                  PIC S9(4) COMP VALUE ZERO.
       01  LEV-COST               PIC S9(4) COMP VALUE ZERO.
       01  LEV-BEST               PIC S9(4) COMP VALUE ZERO.
       01  LEV-DISTANCE           PIC S9(4) COMP VALUE ZERO.
       01  LEV-MAX-LEN            PIC S9(4) COMP VALUE ZERO.
       01  LEV-LEN-GAP            PIC S9(4) COMP VALUE ZERO.
       01  LEV-PREV-ROW.
           05  LEV-PREV           PIC S9(4) COMP OCCURS 51 TIMES.
       01  LEV-CURR-ROW.
           05  LEV-CURR           PIC S9(4) COMP OCCURS 51 TIMES.
       01  LEV-PREV2-ROW.
           05  LEV-PREV2          PIC S9(4) COMP OCCURS 51 TIMES.

       01  EDIT-SCORE             PIC 9(3) VALUE ZEROS.
       01  TOKEN-SCORE            PIC 9(3) VALUE ZEROS.
       01  PAIR-SCORE             PIC 9(3) VALUE ZEROS.
       01  PAIR-METHOD            PIC X(10) VALUE SPACES.
       01  BEST-SCORE             PIC 9(3) VALUE ZEROS.
       01  BEST-CODE              PIC X(10) VALUE SPACES.
       01  BEST-METHOD            PIC X(10) VALUE SPACES.
       01  BEST-NAME              PIC X(50) VALUE SPACES.
       01  BEST-TIE-SWITCH        PIC X VALUE 'N'.
           88  BEST-TIED          VALUE 'Y'.

       01  SPELLINGS-EXAMINED-COUNT PIC 9(6) VALUE ZEROS.
       01  SPELLINGS-PROPOSED-COUNT PIC 9(6) VALUE ZEROS.
       01  SPELLINGS-AMBIGUOUS-COUNT PIC 9(6) VALUE ZEROS.
       01  SPELLINGS-NO-MATCH-COUNT PIC 9(6) VALUE ZEROS.
       01  ROWS-QUEUED-COUNT      PIC 9(6) VALUE ZEROS.
       01  ROWS-ALREADY-COUNT     PIC 9(6) VALUE ZEROS.
       01  SCORE-DISP             PIC ZZ9.
       01  ROWS-DISP              PIC ZZZZZ9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".

       01  NEW-CAND-NAME          PIC X(50) VALUE SPACES.
       01  NEW-CAND-CODE          PIC X(10) VALUE SPACES.
       01  NEW-CAND-SOURCE        PIC X(1) VALUE SPACE.

       01  UNM-COUNTRY            PIC X(50) VALUE SPACES.
       01  UNM-ROW-COUNT          PIC S9(9) COMP-5 VALUE ZERO.

       01  PROPOSED-CODE          PIC X(10) VALUE SPACES.
       01  PROPOSED-SCORE         PIC S9(4) COMP-5 VALUE ZERO.
       01  PROPOSED-METHOD        PIC X(10) VALUE SPACES.
       01  PENDING-ROW-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  QUEUED-ROW-COUNT       PIC S9(9) COMP-5 VALUE ZERO.

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

           PERFORM 1090-LOAD-CANDIDATES-INTO-MEMORY
               THRU 1090-LOAD-CANDIDATES-INTO-MEMORY-END.

           PERFORM 1200-OPEN-REPORT-FILE
               THRU 1200-OPEN-REPORT-FILE-END.

           PERFORM 3001-MATCH-UNMAPPED-SPELLINGS
               THRU 3001-MATCH-UNMAPPED-SPELLINGS-END.

           CLOSE FUZZ-REPORT-FILE.
       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           STOP RUN.
      ******************************************************************
      * Mapping spellings that themselves map to '??' are no evidence
      * and are left out.
       1090-LOAD-CANDIDATES-INTO-MEMORY.
           MOVE ZEROS TO CND-COUNT.

           EXEC SQL DECLARE CND_CUR CURSOR FOR
               SELECT country, country_code, 'M'
               FROM country_mapping
               WHERE COALESCE(country_code, '??') <> '??'
                 AND TRIM(COALESCE(country, '')) <> ''
               UNION ALL
               SELECT country_name, code, 'I'
               FROM iso_country
               WHERE TRIM(COALESCE(country_name, '')) <> ''
           END-EXEC.

           EXEC SQL OPEN CND_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
                      OR CND-COUNT >= 800
               EXEC SQL
                   FETCH CND_CUR
                   INTO :NEW-CAND-NAME, :NEW-CAND-CODE,
                        :NEW-CAND-SOURCE
               END-EXEC

               IF SQLCODE = 0 THEN
                   MOVE NEW-CAND-NAME TO NORM-IN
                   PERFORM 2100-NORMALIZE-NAME
                       THRU 2100-NORMALIZE-NAME-END
                   IF NORM-SQUEEZED-LEN > 0
                       ADD 1 TO CND-COUNT
                       MOVE NORM-OUT TO CND-NAME(CND-COUNT)
                       MOVE NORM-SQUEEZED TO CND-SQUEEZED(CND-COUNT)
                       MOVE NORM-SQUEEZED-LEN
                           TO CND-SQUEEZED-LEN(CND-COUNT)
                       MOVE FUNCTION UPPER-CASE(NEW-CAND-CODE)
                           TO CND-CODE(CND-COUNT)
                       MOVE NEW-CAND-SOURCE TO CND-SOURCE(CND-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CND_CUR END-EXEC.

           IF CND-COUNT >= 800
               DISPLAY 'Warning: more candidate names than the '
                       '800-entry memory table - the rest are not '
                       'scored.'
           END-IF.

           DISPLAY 'Candidate country names held in memory: '
                   CND-COUNT.
       1090-LOAD-CANDIDATES-INTO-MEMORY-END.
      ******************************************************************
       1200-OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           STRING 'CTRYFUZZ_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO FUZZ-REPORT-FILENAME.

           OPEN OUTPUT FUZZ-REPORT-FILE.

           MOVE 'Country proposals for unmapped spellings'
               TO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE FUZZ-REPORT-LINE FROM REPORT-LINE.

           MOVE DASH-LINE TO REPORT-LINE.
           WRITE FUZZ-REPORT-LINE FROM REPORT-LINE.
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

           MOVE 'CtryFuzz' TO ERR-PROGRAM-NAME.
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
      * One cleaned form for both sides of a comparison: upper case,
      * every run of non-letters (punctuation, digits, blanks) one
      * blank, a leading THE dropped; NORM-SQUEEZED is the same with
      * the blanks taken out, for the letter-by-letter distance.
      * Bytes above X'7F' (accented letters) count as letters.
       2100-NORMALIZE-NAME.
           MOVE SPACES TO NORM-OUT.
           MOVE SPACES TO NORM-SQUEEZED.
           MOVE ZEROS TO NORM-OUT-LEN.
           MOVE ZEROS TO NORM-SQUEEZED-LEN.
           MOVE 'N' TO NORM-GAP-SWITCH.

           MOVE FUNCTION UPPER-CASE(NORM-IN) TO NORM-WORK.

           PERFORM VARYING NORM-CHAR-IDX FROM 1 BY 1
                   UNTIL NORM-CHAR-IDX > 50
               MOVE NORM-WORK(NORM-CHAR-IDX:1) TO NORM-CHAR
               IF (NORM-CHAR >= 'A' AND NORM-CHAR <= 'Z')
                OR NORM-CHAR > X'7F'
                   IF NORM-GAP-PENDING AND NORM-OUT-LEN > 0
                       ADD 1 TO NORM-OUT-LEN
                   END-IF
                   MOVE 'N' TO NORM-GAP-SWITCH
                   ADD 1 TO NORM-OUT-LEN
                   MOVE NORM-CHAR TO NORM-OUT(NORM-OUT-LEN:1)
               ELSE
                   MOVE 'Y' TO NORM-GAP-SWITCH
               END-IF
           END-PERFORM.

           IF NORM-OUT(1:4) = 'THE '
               MOVE NORM-OUT(5:46) TO NORM-SHIFT
               MOVE NORM-SHIFT TO NORM-OUT
           END-IF.

           PERFORM VARYING NORM-CHAR-IDX FROM 1 BY 1
                   UNTIL NORM-CHAR-IDX > 50
               IF NORM-OUT(NORM-CHAR-IDX:1) NOT = SPACE
                   ADD 1 TO NORM-SQUEEZED-LEN
                   MOVE NORM-OUT(NORM-CHAR-IDX:1)
                       TO NORM-SQUEEZED(NORM-SQUEEZED-LEN:1)
               END-IF
           END-PERFORM.
       2100-NORMALIZE-NAME-END.
      ******************************************************************
      * Edit distance between LEV-A and LEV-B, three rows of the
      * table at a time: the cheapest of keeping or replacing a
      * letter, dropping one, adding one, or swapping two neighbours
      * ('Frnace') - each costs one.
       2300-EDIT-DISTANCE.
           PERFORM VARYING LEV-J FROM 0 BY 1
                   UNTIL LEV-J > LEV-B-LEN
               MOVE LEV-J TO LEV-PREV(LEV-J + 1)
           END-PERFORM.

           PERFORM VARYING LEV-I FROM 1 BY 1
                   UNTIL LEV-I > LEV-A-LEN
               PERFORM 2350-EDIT-DISTANCE-ROW
                   THRU 2350-EDIT-DISTANCE-ROW-END
           END-PERFORM.

           MOVE LEV-PREV(LEV-B-LEN + 1) TO LEV-DISTANCE.
       2300-EDIT-DISTANCE-END.
      ******************************************************************
       2350-EDIT-DISTANCE-ROW.
           MOVE LEV-I TO LEV-CURR(1).

           PERFORM VARYING LEV-J FROM 1 BY 1
                   UNTIL LEV-J > LEV-B-LEN
               IF LEV-A(LEV-I:1) = LEV-B(LEV-J:1)
                   MOVE 0 TO LEV-COST
               ELSE
                   MOVE 1 TO LEV-COST
               END-IF

               COMPUTE LEV-BEST = LEV-PREV(LEV-J) + LEV-COST
               IF LEV-PREV(LEV-J + 1) + 1 < LEV-BEST
                   COMPUTE LEV-BEST = LEV-PREV(LEV-J + 1) + 1
               END-IF
               IF LEV-CURR(LEV-J) + 1 < LEV-BEST
                   COMPUTE LEV-BEST = LEV-CURR(LEV-J) + 1
               END-IF

               IF LEV-I > 1 AND LEV-J > 1
                   IF LEV-A(LEV-I:1) = LEV-B(LEV-J - 1:1)
                    AND LEV-A(LEV-I - 1:1) = LEV-B(LEV-J:1)
                    AND LEV-PREV2(LEV-J - 1) + 1 < LEV-BEST
                       COMPUTE LEV-BEST = LEV-PREV2(LEV-J - 1) + 1
                   END-IF
               END-IF

               MOVE LEV-BEST TO LEV-CURR(LEV-J + 1)
           END-PERFORM.

           MOVE LEV-PREV-ROW TO LEV-PREV2-ROW.
           MOVE LEV-CURR-ROW TO LEV-PREV-ROW.
       2350-EDIT-DISTANCE-ROW-END.
      ******************************************************************
      * The distinct spellings still on '??' rows that no mapping
      * line knows, most frequent first.
       3001-MATCH-UNMAPPED-SPELLINGS.
           EXEC SQL DECLARE UNM_CUR CURSOR WITH HOLD FOR
               SELECT RTRIM(d.country), COUNT(*)
               FROM databank d
               WHERE d.country_code = '??'
                 AND TRIM(COALESCE(d.country, '')) <> ''
                 AND NOT EXISTS
                     (SELECT 1 FROM country_mapping m
                       WHERE RTRIM(m.country) = RTRIM(d.country))
               GROUP BY RTRIM(d.country)
               ORDER BY COUNT(*) DESC, RTRIM(d.country)
           END-EXEC.

           EXEC SQL OPEN UNM_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH UNM_CUR
                   INTO :UNM-COUNTRY, :UNM-ROW-COUNT
               END-EXEC

               IF SQLCODE = 0 THEN
                   ADD 1 TO SPELLINGS-EXAMINED-COUNT
                   PERFORM 3100-SCORE-ONE-SPELLING
                       THRU 3100-SCORE-ONE-SPELLING-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE UNM_CUR END-EXEC.

           MOVE DASH-LINE TO REPORT-LINE.
           WRITE FUZZ-REPORT-LINE FROM REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Spellings examined: ' DELIMITED BY SIZE
                  SPELLINGS-EXAMINED-COUNT DELIMITED BY SIZE
                  '  proposed: ' DELIMITED BY SIZE
                  SPELLINGS-PROPOSED-COUNT DELIMITED BY SIZE
                  '  ambiguous: ' DELIMITED BY SIZE
                  SPELLINGS-AMBIGUOUS-COUNT DELIMITED BY SIZE
                  '  no close match: ' DELIMITED BY SIZE
                  SPELLINGS-NO-MATCH-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE FUZZ-REPORT-LINE FROM REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Rows queued for CorAppr: ' DELIMITED BY SIZE
                  ROWS-QUEUED-COUNT DELIMITED BY SIZE
                  '  already pending: ' DELIMITED BY SIZE
                  ROWS-ALREADY-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE FUZZ-REPORT-LINE FROM REPORT-LINE.
       3001-MATCH-UNMAPPED-SPELLINGS-END.
      ******************************************************************
       3100-SCORE-ONE-SPELLING.
           MOVE UNM-COUNTRY TO NORM-IN.
           PERFORM 2100-NORMALIZE-NAME
               THRU 2100-NORMALIZE-NAME-END.
           MOVE NORM-OUT TO SPL-NORM.
           MOVE NORM-SQUEEZED TO SPL-SQUEEZED.
           MOVE NORM-SQUEEZED-LEN TO SPL-SQUEEZED-LEN.

           MOVE ZEROS TO BEST-SCORE.
           MOVE SPACES TO BEST-CODE.
           MOVE SPACES TO BEST-METHOD.
           MOVE SPACES TO BEST-NAME.
           MOVE 'N' TO BEST-TIE-SWITCH.

           IF SPL-SQUEEZED-LEN = 0
               ADD 1 TO SPELLINGS-NO-MATCH-COUNT
               MOVE 'No letters  ' TO REPORT-LINE
               PERFORM 3900-REPORT-SPELLING
                   THRU 3900-REPORT-SPELLING-END
               GO TO 3100-SCORE-ONE-SPELLING-END
           END-IF.

           MOVE SPACES TO SPL-TOKEN-TABLE.
           UNSTRING SPL-NORM DELIMITED BY ALL SPACE
               INTO SPL-TOKEN(1) SPL-TOKEN(2) SPL-TOKEN(3)
                    SPL-TOKEN(4) SPL-TOKEN(5) SPL-TOKEN(6)
           END-UNSTRING.

           PERFORM VARYING CND-IDX FROM 1 BY 1
                   UNTIL CND-IDX > CND-COUNT
               PERFORM 3200-SCORE-AGAINST-CANDIDATE
                   THRU 3200-SCORE-AGAINST-CANDIDATE-END
           END-PERFORM.

           EVALUATE TRUE
               WHEN BEST-SCORE < FUZZ-MIN-SCORE
                   ADD 1 TO SPELLINGS-NO-MATCH-COUNT
                   MOVE 'No match    ' TO REPORT-LINE
                   PERFORM 3900-REPORT-SPELLING
                       THRU 3900-REPORT-SPELLING-END
               WHEN BEST-TIED
                   ADD 1 TO SPELLINGS-AMBIGUOUS-COUNT
                   MOVE 'Ambiguous   ' TO REPORT-LINE
                   PERFORM 3900-REPORT-SPELLING
                       THRU 3900-REPORT-SPELLING-END
               WHEN OTHER
                   PERFORM 3300-QUEUE-SPELLING
                       THRU 3300-QUEUE-SPELLING-END
           END-EVALUATE.
       3100-SCORE-ONE-SPELLING-END.
      ******************************************************************
      * A tie only counts when the tied names carry different codes -
      * 'Belgie' is as close to the mapping's 'Belgi' as to ISO's
      * 'Belgium', and both say BE.
       3200-SCORE-AGAINST-CANDIDATE.
           MOVE ZEROS TO PAIR-SCORE.
           MOVE SPACES TO PAIR-METHOD.

           IF CND-NAME(CND-IDX) = SPL-NORM
               MOVE 100 TO PAIR-SCORE
               MOVE 'EXACT' TO PAIR-METHOD
           ELSE
               IF SPL-SQUEEZED-LEN > FUZZ-SHORT-LEN
                AND CND-SQUEEZED-LEN(CND-IDX) > FUZZ-SHORT-LEN
                   PERFORM 3210-SCORE-SHARED-WORDS
                       THRU 3210-SCORE-SHARED-WORDS-END
                   PERFORM 3220-SCORE-EDIT-DISTANCE
                       THRU 3220-SCORE-EDIT-DISTANCE-END
                   IF TOKEN-SCORE > EDIT-SCORE
                       MOVE TOKEN-SCORE TO PAIR-SCORE
                       MOVE 'WORDS' TO PAIR-METHOD
                   ELSE
                       MOVE EDIT-SCORE TO PAIR-SCORE
                       MOVE 'EDIT' TO PAIR-METHOD
                   END-IF
               END-IF
           END-IF.

           IF PAIR-SCORE = 0
               GO TO 3200-SCORE-AGAINST-CANDIDATE-END
           END-IF.

           IF PAIR-SCORE > BEST-SCORE
               MOVE PAIR-SCORE TO BEST-SCORE
               MOVE PAIR-METHOD TO BEST-METHOD
               MOVE CND-CODE(CND-IDX) TO BEST-CODE
               MOVE CND-NAME(CND-IDX) TO BEST-NAME
               MOVE 'N' TO BEST-TIE-SWITCH
           ELSE
               IF PAIR-SCORE = BEST-SCORE
                AND CND-CODE(CND-IDX) NOT = BEST-CODE
                   MOVE 'Y' TO BEST-TIE-SWITCH
               END-IF
           END-IF.
       3200-SCORE-AGAINST-CANDIDATE-END.
      ******************************************************************
      * Word comparison catches reordered and padded names ('Korea,
      * Republic of'): twice the words in common over the words on
      * both sides. Words under three letters (OF, DE) do not count.
       3210-SCORE-SHARED-WORDS.
           MOVE ZEROS TO TOKEN-SCORE.
           MOVE ZEROS TO TOKENS-A-USED.
           MOVE ZEROS TO TOKENS-B-USED.
           MOVE ZEROS TO TOKENS-SHARED.

           MOVE SPACES TO CMP-TOKEN-TABLE.
           UNSTRING CND-NAME(CND-IDX) DELIMITED BY ALL SPACE
               INTO CMP-TOKEN(1) CMP-TOKEN(2) CMP-TOKEN(3)
                    CMP-TOKEN(4) CMP-TOKEN(5) CMP-TOKEN(6)
           END-UNSTRING.

           PERFORM VARYING TOKEN-IDX-B FROM 1 BY 1
                   UNTIL TOKEN-IDX-B > 6
               IF CMP-TOKEN(TOKEN-IDX-B)(3:1) NOT = SPACE
                   ADD 1 TO TOKENS-B-USED
               END-IF
           END-PERFORM.

           PERFORM VARYING TOKEN-IDX-A FROM 1 BY 1
                   UNTIL TOKEN-IDX-A > 6
               IF SPL-TOKEN(TOKEN-IDX-A)(3:1) NOT = SPACE
                   ADD 1 TO TOKENS-A-USED
                   MOVE 'N' TO TOKEN-FOUND-SWITCH
                   PERFORM VARYING TOKEN-IDX-B FROM 1 BY 1
                           UNTIL TOKEN-IDX-B > 6 OR TOKEN-FOUND
                       IF CMP-TOKEN(TOKEN-IDX-B)
                          = SPL-TOKEN(TOKEN-IDX-A)
                           MOVE 'Y' TO TOKEN-FOUND-SWITCH
                       END-IF
                   END-PERFORM
                   IF TOKEN-FOUND
                       ADD 1 TO TOKENS-SHARED
                   END-IF
               END-IF
           END-PERFORM.

           IF TOKENS-A-USED + TOKENS-B-USED > 0
               COMPUTE TOKEN-SCORE =
                   200 * TOKENS-SHARED
                   / (TOKENS-A-USED + TOKENS-B-USED)
           END-IF.
       3210-SCORE-SHARED-WORDS-END.
      ******************************************************************
      * Letters kept over the longer name's length. The distance is at
      * least the difference in length, so a pair whose lengths alone
      * keep it under the threshold is not worth the table.
       3220-SCORE-EDIT-DISTANCE.
           MOVE ZEROS TO EDIT-SCORE.

           MOVE SPL-SQUEEZED TO LEV-A.
           MOVE SPL-SQUEEZED-LEN TO LEV-A-LEN.
           MOVE CND-SQUEEZED(CND-IDX) TO LEV-B.
           MOVE CND-SQUEEZED-LEN(CND-IDX) TO LEV-B-LEN.

           IF LEV-A-LEN > LEV-B-LEN
               MOVE LEV-A-LEN TO LEV-MAX-LEN
               COMPUTE LEV-LEN-GAP = LEV-A-LEN - LEV-B-LEN
           ELSE
               MOVE LEV-B-LEN TO LEV-MAX-LEN
               COMPUTE LEV-LEN-GAP = LEV-B-LEN - LEV-A-LEN
           END-IF.

           IF (LEV-MAX-LEN - LEV-LEN-GAP) * 100 / LEV-MAX-LEN
              < FUZZ-MIN-SCORE
               GO TO 3220-SCORE-EDIT-DISTANCE-END
           END-IF.

           PERFORM 2300-EDIT-DISTANCE
               THRU 2300-EDIT-DISTANCE-END.

           COMPUTE EDIT-SCORE =
               (LEV-MAX-LEN - LEV-DISTANCE) * 100 / LEV-MAX-LEN.
       3220-SCORE-EDIT-DISTANCE-END.
      ******************************************************************
      * One proposal per '??' row carrying the spelling, with the
      * spelling, score and method beside it for CorAppr; a row that
      * already has an undecided proposal is left alone, as in
      * TldInfer.
       3300-QUEUE-SPELLING.
           MOVE BEST-CODE TO PROPOSED-CODE.
           MOVE BEST-SCORE TO PROPOSED-SCORE.
           MOVE BEST-METHOD TO PROPOSED-METHOD.

           EXEC SQL
               SELECT COUNT(*) INTO :PENDING-ROW-COUNT
               FROM databank d
               WHERE d.country_code = '??'
                 AND RTRIM(d.country) = RTRIM(:UNM-COUNTRY)
                 AND EXISTS
                     (SELECT 1 FROM pending_corrections pc
                       WHERE pc.databank_id = d.id
                         AND pc.status = 'P'
                         AND pc.correction_type = 'C')
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           ADD PENDING-ROW-COUNT TO ROWS-ALREADY-COUNT.
           COMPUTE QUEUED-ROW-COUNT = UNM-ROW-COUNT - PENDING-ROW-COUNT.

           IF QUEUED-ROW-COUNT > 0
               EXEC SQL
                   INSERT INTO pending_corrections
                       (databank_id, old_country_code,
                        new_country_code, status, proposed_at,
                        source_country, match_score, match_method)
                   SELECT d.id, '??', :PROPOSED-CODE, 'P',
                          CURRENT_TIMESTAMP, RTRIM(:UNM-COUNTRY),
                          :PROPOSED-SCORE, :PROPOSED-METHOD
                   FROM databank d
                   WHERE d.country_code = '??'
                     AND RTRIM(d.country) = RTRIM(:UNM-COUNTRY)
                     AND NOT EXISTS
                         (SELECT 1 FROM pending_corrections pc
                           WHERE pc.databank_id = d.id
                             AND pc.status = 'P'
                             AND pc.correction_type = 'C')
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           ADD 1 TO SPELLINGS-PROPOSED-COUNT.
           ADD QUEUED-ROW-COUNT TO ROWS-QUEUED-COUNT.
           MOVE 'Proposed    ' TO REPORT-LINE.
           PERFORM 3900-REPORT-SPELLING
               THRU 3900-REPORT-SPELLING-END.
       3300-QUEUE-SPELLING-END.
      ******************************************************************
      * One line per spelling: the outcome word the caller left in
      * REPORT-LINE, the spelling as it stands on the rows, the best
      * candidate with its code, score and method, and the row count.
       3900-REPORT-SPELLING.
           MOVE REPORT-LINE(1:12) TO REPORT-OUTCOME.
           MOVE BEST-SCORE TO SCORE-DISP.
           MOVE UNM-ROW-COUNT TO ROWS-DISP.

           MOVE SPACES TO REPORT-LINE.
           IF BEST-CODE = SPACES
               STRING REPORT-OUTCOME DELIMITED BY SIZE
                      '"' DELIMITED BY SIZE
                      FUNCTION TRIM(UNM-COUNTRY) DELIMITED BY SIZE
                      '" rows ' DELIMITED BY SIZE
                      ROWS-DISP DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING REPORT-OUTCOME DELIMITED BY SIZE
                      '"' DELIMITED BY SIZE
                      FUNCTION TRIM(UNM-COUNTRY) DELIMITED BY SIZE
                      '" rows ' DELIMITED BY SIZE
                      ROWS-DISP DELIMITED BY SIZE
                      ' -> ' DELIMITED BY SIZE
                      FUNCTION TRIM(BEST-CODE) DELIMITED BY SIZE
                      ' score ' DELIMITED BY SIZE
                      SCORE-DISP DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      FUNCTION TRIM(BEST-METHOD) DELIMITED BY SIZE
                      ', ' DELIMITED BY SIZE
                      FUNCTION TRIM(BEST-NAME) DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF.

           WRITE FUZZ-REPORT-LINE FROM REPORT-LINE.
       3900-REPORT-SPELLING-END.
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
