       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeskScr.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           CLASS OPERATOR-CHARS IS 'A' THRU 'Z' 'a' THRU 'z'
                                   '0' THRU '9' '-' '_' SPACE
           CLASS TICKET-CHARS IS 'A' THRU 'Z' 'a' THRU 'z'
                                 '0' THRU '9' '-' '/' SPACE
           CLASS RECORD-ID-CHARS IS '0' THRU '9' 'a' THRU 'f'
                                    '-' SPACE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTION-LOG-FILE ASSIGN TO ACTION-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTION-LOG-FILE.
       01  ACTION-LOG-LINE        PIC X(200).

       WORKING-STORAGE SECTION.
      * Full-screen front end for the service desk: one session takes
      * a caller from a search form (the FindRec criteria, sounds-like
      * included) through a paged list of matches to the record with
      * its consent, household, legal holds, staged changes and
      * latest journal entries. A field correction or a consent
      * change is not done here: the screen runs DbMnt or Consent
      * itself, so the same validation, four-eyes staging, operator
      * check and audit apply as from the command line, and shows
      * what the utility answered.
       01  ACTION-LOG-FILENAME    PIC X(40) VALUE SPACES.
       01  WS-ACTION-LOG-STATUS   PIC X(02) VALUE SPACES.
       01  SYSTEM-COMMAND         PIC X(250) VALUE SPACES.
       01  LAUNCH-RETURN-CODE     PIC S9(4) VALUE ZERO.
       01  LAUNCH-RC-DISP         PIC ZZZ9.
       01  LAUNCH-PROGRAM         PIC X(10) VALUE SPACES.

       01  DIALOG-STATE           PIC X(1) VALUE 'S'.
           88  STATE-IS-SEARCH    VALUE 'S'.
           88  STATE-IS-LIST      VALUE 'L'.
           88  STATE-IS-DETAIL    VALUE 'D'.
           88  STATE-IS-EXIT      VALUE 'X'.

       01  PANEL-TITLE            PIC X(78) VALUE SPACES.
       01  PANEL-AREA.
           05  PANEL-LINE         PIC X(78) OCCURS 18 TIMES.
       01  PANEL-IDX              PIC 9(2) VALUE ZEROS.
       01  PANEL-TEXT             PIC X(78) VALUE SPACES.
       01  PANEL-PROMPT           PIC X(78) VALUE SPACES.
       01  PANEL-COMMAND          PIC X(20) VALUE SPACES.
       01  SCREEN-MESSAGE         PIC X(78) VALUE SPACES.
       01  COMMAND-WORD           PIC X(20) VALUE SPACES.
       01  COMMAND-LEN            PIC 9(3) VALUE ZEROS.
       01  PICKED-HIT-NUMBER      PIC 9(3) VALUE ZEROS.

       01  SRCH-LAST-NAME         PIC X(30) VALUE SPACES.
       01  SRCH-FIRST-NAME        PIC X(30) VALUE SPACES.
       01  SRCH-EMAIL             PIC X(40) VALUE SPACES.
       01  SRCH-COUNTRY-CODE      PIC X(3) VALUE SPACES.
       01  SRCH-SOUNDS-LAST       PIC X(30) VALUE SPACES.
       01  SRCH-SOUNDS-FIRST      PIC X(30) VALUE SPACES.
       01  SRCH-COMMAND           PIC X(1) VALUE SPACE.
       01  CRITERIA-GIVEN-SWITCH  PIC X VALUE 'N'.
           88  CRITERIA-GIVEN     VALUE 'Y'.

      * The list holds the first RESULT-CAP matches; a caller who
      * cannot be found among them needs narrower criteria, not more
      * pages.
       01  RESULT-CAP             PIC 9(3) VALUE 200.
       01  PAGE-SIZE              PIC 9(2) VALUE 15.
       01  HIT-COUNT              PIC 9(3) VALUE ZEROS.
       01  HIT-IDX                PIC 9(3) VALUE ZEROS.
       01  PAGE-FIRST-HIT         PIC 9(3) VALUE 1.
       01  PAGE-LAST-HIT          PIC 9(3) VALUE ZEROS.
       01  HIT-NUMBER-DISP        PIC ZZ9.
       01  HIT-COUNT-DISP         PIC ZZ9.
       01  HIT-TABLE.
           05  HTB-ENTRY          OCCURS 200 TIMES.
               10  HTB-ID         PIC X(36).
               10  HTB-TEXT       PIC X(70).
       01  SEARCH-EOF-SWITCH      PIC X VALUE 'N'.
           88  SEARCH-EOF         VALUE 'Y'.
       01  MORE-ROWS-SWITCH       PIC X VALUE 'N'.
           88  MORE-ROWS-EXIST    VALUE 'Y'.
       01  JOURNAL-EOF-SWITCH     PIC X VALUE 'N'.
           88  JOURNAL-EOF        VALUE 'Y'.
       01  LOG-EOF-SWITCH         PIC X VALUE 'N'.
           88  LOG-EOF            VALUE 'Y'.
       01  AGE-DISP               PIC ZZ9.
       01  COUNT-DISP             PIC ZZZ9.

       01  CHG-FIELD-PARM         PIC X(12) VALUE SPACES.
           88  KNOWN-FIELD-CODE   VALUE 'LASTNAME' 'FIRSTNAME' 'EMAIL'
                                  'COUNTRY' 'CC' 'AGE' 'GENDER'
                                  'SPOKEN' 'STREET' 'HOUSENO' 'BOX'
                                  'POSTCODE' 'CITY' 'ADDRSTATUS'
                                  'NATIONALNO' 'BIRTHDATE'.
       01  CHG-NEW-VALUE          PIC X(60) VALUE SPACES.
       01  CNS-CHANNEL            PIC X(8) VALUE SPACES.
       01  CNS-ALLOWED            PIC X(1) VALUE SPACE.
       01  CNS-GUARDIAN-ID        PIC X(36) VALUE SPACES.
       01  UNSAFE-CHAR-COUNT      PIC 9(3) VALUE ZEROS.
       01  QUOTE-ARG-TEXT         PIC X(60) VALUE SPACES.
       01  QUOTE-ARG-LEN          PIC 9(3) VALUE ZEROS.
       01  QUOTE-IDX              PIC 9(3) VALUE ZEROS.
       01  COMMAND-OVERFLOW-SW    PIC X VALUE 'N'.
           88  COMMAND-OVERFLOW   VALUE 'Y'.
       01  COMMAND-POINTER        PIC 9(3) VALUE ZEROS.
       01  TICKET-FIRST-WORD      PIC X(20) VALUE SPACES.
       01  TICKET-REST            PIC X(20) VALUE SPACES.
       01  UNIT-LOGGED-ID         PIC X(36) VALUE SPACES.

       COPY "PhonParm.cpy".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "PrivLog.cpy".
       COPY "OprVar.cpy".
       COPY "UnitVar.cpy".

       01  LN-FILTER-FLAG         PIC X VALUE 'N'.
       01  LN-PATTERN             PIC X(60) VALUE SPACES.
       01  FN-FILTER-FLAG         PIC X VALUE 'N'.
       01  FN-PATTERN             PIC X(60) VALUE SPACES.
       01  EM-FILTER-FLAG         PIC X VALUE 'N'.
       01  EM-PATTERN             PIC X(110) VALUE SPACES.
       01  CC-FILTER-FLAG         PIC X VALUE 'N'.
       01  CC-VALUE               PIC X(10) VALUE SPACES.
       01  SL-FILTER-FLAG         PIC X VALUE 'N'.
       01  SL-KEY                 PIC X(12) VALUE SPACES.
       01  SF-FILTER-FLAG         PIC X VALUE 'N'.
       01  SF-KEY                 PIC X(12) VALUE SPACES.

       01  SQL-HIT-ROW.
           05  HIT-ID             PIC X(36).
           05  HIT-LAST-NAME      PIC X(50).
           05  HIT-FIRST-NAME     PIC X(50).
           05  HIT-EMAIL          PIC X(100).
           05  HIT-COUNTRY-CODE   PIC X(10).
           05  HIT-AGE            PIC S9(4) COMP-5.

       01  SUBJ-ID                PIC X(36) VALUE SPACES.
       01  SQL-SUBJECT-ROW.
           05  SBJ-LAST-NAME      PIC X(50).
           05  SBJ-FIRST-NAME     PIC X(50).
           05  SBJ-EMAIL          PIC X(100).
           05  SBJ-COUNTRY        PIC X(50).
           05  SBJ-COUNTRY-CODE   PIC X(10).
           05  SBJ-AGE            PIC S9(4) COMP-5.
           05  SBJ-GENDER         PIC X(10).
           05  SBJ-SPOKEN         PIC X(50).
           05  SBJ-BIRTH-DATE     PIC X(10).
           05  SBJ-STATUS         PIC X(1).
           05  SBJ-STREET         PIC X(50).
           05  SBJ-HOUSE-NO       PIC X(10).
           05  SBJ-BOX-NO         PIC X(10).
           05  SBJ-POSTAL-CODE    PIC X(10).
           05  SBJ-CITY           PIC X(50).
           05  SBJ-ADDR-STATUS    PIC X(1).
           05  SBJ-EMAIL-STATUS   PIC X(1).
           05  SBJ-OWNER-UNIT     PIC X(10).

       01  SQL-CONSENT-ROW.
           05  CNS-POST-FLAG      PIC X(1).
           05  CNS-EMAIL-FLAG     PIC X(1).
           05  CNS-EXTRACT-FLAG   PIC X(1).

       01  SQL-HOUSEHOLD-ROW.
           05  HSH-HOUSEHOLD-ID   PIC S9(9) COMP-5.
           05  HSH-HEAD-ID        PIC X(36).
           05  HSH-MEMBER-COUNT   PIC S9(9) COMP-5.

       01  SQL-HOLD-ROW.
           05  LHD-OPEN-COUNT     PIC S9(9) COMP-5.
           05  LHD-CASE-REF       PIC X(30).

       01  STAGED-CHANGE-COUNT    PIC S9(9) COMP-5 VALUE ZERO.

       01  SQL-JOURNAL-ROW.
           05  JRN-CHANGED-AT     PIC X(26).
           05  JRN-CHANGE-TYPE    PIC X(1).
           05  JRN-PROGRAM-NAME   PIC X(20).
           05  JRN-COLUMNS        PIC X(100).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       01  SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 2 VALUE 'SERVICE DESK - SIGN ON'
               HIGHLIGHT.
           05  LINE 4 COLUMN 2 VALUE 'Operator id   :'.
           05  LINE 4 COLUMN 18 PIC X(10) USING PRV-OPERATOR-ID.
           05  LINE 6 COLUMN 2 VALUE 'Ticket / case :'.
           05  LINE 6 COLUMN 18 PIC X(20) USING PRV-TICKET-REF.
           05  LINE 9 COLUMN 2
               VALUE 'Every change made from this session is logged '.
           05  LINE 9 COLUMN 48
               VALUE 'under this operator and ticket.'.
           05  LINE 22 COLUMN 2 PIC X(78) FROM SCREEN-MESSAGE.

       01  SEARCH-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 2 VALUE 'SERVICE DESK - FIND A PERSON'
               HIGHLIGHT.
           05  LINE 1 COLUMN 50 PIC X(10) FROM PRV-OPERATOR-ID.
           05  LINE 1 COLUMN 61 PIC X(18) FROM PRV-TICKET-REF.
           05  LINE 4 COLUMN 2 VALUE 'Last name starts with  :'.
           05  LINE 4 COLUMN 27 PIC X(30) USING SRCH-LAST-NAME.
           05  LINE 5 COLUMN 2 VALUE 'First name starts with :'.
           05  LINE 5 COLUMN 27 PIC X(30) USING SRCH-FIRST-NAME.
           05  LINE 6 COLUMN 2 VALUE 'Email contains         :'.
           05  LINE 6 COLUMN 27 PIC X(40) USING SRCH-EMAIL.
           05  LINE 7 COLUMN 2 VALUE 'Country code           :'.
           05  LINE 7 COLUMN 27 PIC X(3) USING SRCH-COUNTRY-CODE.
           05  LINE 9 COLUMN 2 VALUE 'Last name sounds like  :'.
           05  LINE 9 COLUMN 27 PIC X(30) USING SRCH-SOUNDS-LAST.
           05  LINE 10 COLUMN 2 VALUE 'First name sounds like :'.
           05  LINE 10 COLUMN 27 PIC X(30) USING SRCH-SOUNDS-FIRST.
           05  LINE 13 COLUMN 2
               VALUE 'Criteria combine; give at least one.'.
           05  LINE 22 COLUMN 2 PIC X(78) FROM SCREEN-MESSAGE.
           05  LINE 23 COLUMN 2
               VALUE 'Enter searches.  X ends the session.'.
           05  LINE 24 COLUMN 2 VALUE 'Command:'.
           05  LINE 24 COLUMN 11 PIC X(1) USING SRCH-COMMAND.

       01  PANEL-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 2 PIC X(78) FROM PANEL-TITLE
               HIGHLIGHT.
           05  LINE 3 COLUMN 2 PIC X(78) FROM PANEL-LINE(1).
           05  LINE 4 COLUMN 2 PIC X(78) FROM PANEL-LINE(2).
           05  LINE 5 COLUMN 2 PIC X(78) FROM PANEL-LINE(3).
           05  LINE 6 COLUMN 2 PIC X(78) FROM PANEL-LINE(4).
           05  LINE 7 COLUMN 2 PIC X(78) FROM PANEL-LINE(5).
           05  LINE 8 COLUMN 2 PIC X(78) FROM PANEL-LINE(6).
           05  LINE 9 COLUMN 2 PIC X(78) FROM PANEL-LINE(7).
           05  LINE 10 COLUMN 2 PIC X(78) FROM PANEL-LINE(8).
           05  LINE 11 COLUMN 2 PIC X(78) FROM PANEL-LINE(9).
           05  LINE 12 COLUMN 2 PIC X(78) FROM PANEL-LINE(10).
           05  LINE 13 COLUMN 2 PIC X(78) FROM PANEL-LINE(11).
           05  LINE 14 COLUMN 2 PIC X(78) FROM PANEL-LINE(12).
           05  LINE 15 COLUMN 2 PIC X(78) FROM PANEL-LINE(13).
           05  LINE 16 COLUMN 2 PIC X(78) FROM PANEL-LINE(14).
           05  LINE 17 COLUMN 2 PIC X(78) FROM PANEL-LINE(15).
           05  LINE 18 COLUMN 2 PIC X(78) FROM PANEL-LINE(16).
           05  LINE 19 COLUMN 2 PIC X(78) FROM PANEL-LINE(17).
           05  LINE 20 COLUMN 2 PIC X(78) FROM PANEL-LINE(18).
           05  LINE 22 COLUMN 2 PIC X(78) FROM SCREEN-MESSAGE.
           05  LINE 23 COLUMN 2 PIC X(78) FROM PANEL-PROMPT.
           05  LINE 24 COLUMN 2 VALUE 'Command:'.
           05  LINE 24 COLUMN 11 PIC X(20) USING PANEL-COMMAND.

       01  FIELD-CHANGE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 2 VALUE 'SERVICE DESK - CORRECT A FIELD'
               HIGHLIGHT.
           05  LINE 3 COLUMN 2 PIC X(78) FROM PANEL-LINE(1).
           05  LINE 4 COLUMN 2 PIC X(78) FROM PANEL-LINE(2).
           05  LINE 6 COLUMN 2
               VALUE 'Fields: LASTNAME FIRSTNAME EMAIL COUNTRY CC AGE '.
           05  LINE 6 COLUMN 50 VALUE 'GENDER SPOKEN STREET'.
           05  LINE 7 COLUMN 10
               VALUE 'HOUSENO BOX POSTCODE CITY ADDRSTATUS NATIONALNO'.
           05  LINE 9 COLUMN 2 VALUE 'Field     :'.
           05  LINE 9 COLUMN 14 PIC X(12) USING CHG-FIELD-PARM.
           05  LINE 10 COLUMN 2 VALUE 'New value :'.
           05  LINE 10 COLUMN 14 PIC X(60) USING CHG-NEW-VALUE.
           05  LINE 12 COLUMN 2
               VALUE 'Sensitive fields are staged for a second '.
           05  LINE 12 COLUMN 43
               VALUE 'operator rather than changed at once.'.
           05  LINE 22 COLUMN 2 PIC X(78) FROM SCREEN-MESSAGE.
           05  LINE 23 COLUMN 2
               VALUE 'Enter submits.  Leave the field blank to cancel.'.

       01  CONSENT-CHANGE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 2 VALUE 'SERVICE DESK - CHANGE CONSENT'
               HIGHLIGHT.
           05  LINE 3 COLUMN 2 PIC X(78) FROM PANEL-LINE(1).
           05  LINE 4 COLUMN 2 PIC X(78) FROM PANEL-LINE(2).
           05  LINE 7 COLUMN 2
               VALUE 'Channel (POST EMAIL EXTRACT) :'.
           05  LINE 7 COLUMN 33 PIC X(8) USING CNS-CHANNEL.
           05  LINE 8 COLUMN 2
               VALUE 'Allowed (Y / N)              :'.
           05  LINE 8 COLUMN 33 PIC X(1) USING CNS-ALLOWED.
           05  LINE 9 COLUMN 2
               VALUE 'Guardian id (minors only)    :'.
           05  LINE 9 COLUMN 33 PIC X(36) USING CNS-GUARDIAN-ID.
           05  LINE 22 COLUMN 2 PIC X(78) FROM SCREEN-MESSAGE.
           05  LINE 23 COLUMN 2
               VALUE 'Enter submits.  Leave the channel blank to '.
           05  LINE 23 COLUMN 46 VALUE 'cancel.'.

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

           PERFORM 1100-SIGN-ON
               THRU 1100-SIGN-ON-END.

           PERFORM 1040-CHECK-OPERATOR-RIGHT
               THRU 1040-CHECK-OPERATOR-RIGHT-END.

           PERFORM 1045-CHECK-UNIT-ENTITLEMENT
               THRU 1045-CHECK-UNIT-ENTITLEMENT-END.

           SET STATE-IS-SEARCH TO TRUE.
           PERFORM 2000-RUN-ONE-SCREEN
               THRU 2000-RUN-ONE-SCREEN-END
               UNTIL STATE-IS-EXIT.

       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           STOP RUN.
      ******************************************************************
      * The desk lists only individuals of the business units the
      * operator is entitled to; an operator without any entitlement
      * has nothing to look at, and the refused session is logged.
       1045-CHECK-UNIT-ENTITLEMENT.
           MOVE 'DeskScr' TO UNT-PROGRAM-NAME.
           MOVE PRV-OPERATOR-ID TO UNT-CALLER-ID.
           MOVE PRV-TICKET-REF TO UNT-TICKET-REF.
           COPY "UnitChk.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF UNT-ENTITLED-COUNT > 0
               GO TO 1045-CHECK-UNIT-ENTITLEMENT-END
           END-IF.

           MOVE 'DENIED SESSION - no business-unit entitlement'
               TO UNT-ACTION-DESC.
           MOVE SPACES TO UNT-KEY-VALUE.
           MOVE ZERO TO UNT-CROSS-COUNT.
           MOVE 'D' TO UNT-OUTCOME.
           COPY "UnitLog.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           DISPLAY '*** Operator ' FUNCTION TRIM(UNT-CALLER-ID)
                   ' is not entitled to any business unit. ***'.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       1045-CHECK-UNIT-ENTITLEMENT-END.
      ******************************************************************
      * The operator and ticket asked for once here travel on every
      * utility this session runs, exactly as they would be typed on
      * the command line.
       1100-SIGN-ON.
           MOVE SPACES TO SCREEN-MESSAGE.
           PERFORM WITH TEST AFTER
                   UNTIL PRV-OPERATOR-ID NOT = SPACES
                     AND PRV-TICKET-REF NOT = SPACES
                     AND UNSAFE-CHAR-COUNT = 0
               DISPLAY SIGNON-SCREEN
               ACCEPT SIGNON-SCREEN
               MOVE ZEROS TO UNSAFE-CHAR-COUNT
               IF PRV-OPERATOR-ID IS NOT OPERATOR-CHARS
                OR PRV-TICKET-REF IS NOT TICKET-CHARS
                   ADD 1 TO UNSAFE-CHAR-COUNT
               END-IF
               MOVE SPACES TO TICKET-REST
               UNSTRING PRV-TICKET-REF DELIMITED BY ALL SPACE
                   INTO TICKET-FIRST-WORD TICKET-REST
               END-UNSTRING
               IF PRV-TICKET-REF(1:1) = SPACE
                OR TICKET-REST NOT = SPACES
                   ADD 1 TO UNSAFE-CHAR-COUNT
               END-IF
               MOVE 'An operator id and a ticket/case reference are '
                   TO SCREEN-MESSAGE
               MOVE 'required.' TO SCREEN-MESSAGE(48:)
               IF UNSAFE-CHAR-COUNT > 0
                   MOVE 'Operator id and ticket are one word each, '
                       TO SCREEN-MESSAGE
                   MOVE 'of letters, digits, - and /.'
                       TO SCREEN-MESSAGE(43:)
               END-IF
           END-PERFORM.

           MOVE FUNCTION UPPER-CASE(PRV-OPERATOR-ID)
               TO PRV-OPERATOR-ID.
           MOVE SPACES TO SCREEN-MESSAGE.
       1100-SIGN-ON-END.
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

           MOVE 'DeskScr' TO ERR-PROGRAM-NAME.
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
       2000-RUN-ONE-SCREEN.
           EVALUATE TRUE
               WHEN STATE-IS-SEARCH
                   PERFORM 3000-SEARCH-FORM
                       THRU 3000-SEARCH-FORM-END
               WHEN STATE-IS-LIST
                   PERFORM 4000-RESULT-LIST
                       THRU 4000-RESULT-LIST-END
               WHEN STATE-IS-DETAIL
                   PERFORM 5000-RECORD-DETAIL
                       THRU 5000-RECORD-DETAIL-END
           END-EVALUATE.

      *    Nothing read on one screen is held over to the next: the
      *    session never sits on a lock while the desk is talking.
           EXEC SQL COMMIT WORK END-EXEC.
       2000-RUN-ONE-SCREEN-END.
      ******************************************************************
       3000-SEARCH-FORM.
           MOVE SPACE TO SRCH-COMMAND.
           DISPLAY SEARCH-SCREEN.
           ACCEPT SEARCH-SCREEN.
           MOVE SPACES TO SCREEN-MESSAGE.

           IF SRCH-COMMAND = 'X' OR SRCH-COMMAND = 'x'
               SET STATE-IS-EXIT TO TRUE
               GO TO 3000-SEARCH-FORM-END
           END-IF.

           PERFORM 3100-BUILD-FILTERS
               THRU 3100-BUILD-FILTERS-END.

           IF NOT CRITERIA-GIVEN
               MOVE 'Give at least one criterion.' TO SCREEN-MESSAGE
               GO TO 3000-SEARCH-FORM-END
           END-IF.

           PERFORM 3200-LOAD-HITS
               THRU 3200-LOAD-HITS-END.

           IF HIT-COUNT = 0
               MOVE 'No individual matches the criteria.'
                   TO SCREEN-MESSAGE
               GO TO 3000-SEARCH-FORM-END
           END-IF.

           MOVE 1 TO PAGE-FIRST-HIT.
           IF MORE-ROWS-EXIST
               MOVE RESULT-CAP TO HIT-COUNT-DISP
               MOVE SPACES TO SCREEN-MESSAGE
               STRING 'More than ' DELIMITED BY SIZE
                      HIT-COUNT-DISP DELIMITED BY SIZE
                      ' matches - only the first are listed; narrow '
                          DELIMITED BY SIZE
                      'the criteria.' DELIMITED BY SIZE
                      INTO SCREEN-MESSAGE
           END-IF.
           SET STATE-IS-LIST TO TRUE.
       3000-SEARCH-FORM-END.
      ******************************************************************
      * Same criteria as FindRec: names match as prefixes, the email
      * as a substring, the country code exactly, and the sounds-like
      * fields through the phonetic keys PhonKey keeps on every row.
       3100-BUILD-FILTERS.
           MOVE 'N' TO CRITERIA-GIVEN-SWITCH.
           MOVE 'N' TO LN-FILTER-FLAG.
           MOVE 'N' TO FN-FILTER-FLAG.
           MOVE 'N' TO EM-FILTER-FLAG.
           MOVE 'N' TO CC-FILTER-FLAG.
           MOVE 'N' TO SL-FILTER-FLAG.
           MOVE 'N' TO SF-FILTER-FLAG.

           IF SRCH-LAST-NAME NOT = SPACES
               MOVE 'Y' TO LN-FILTER-FLAG
               MOVE SPACES TO LN-PATTERN
               STRING FUNCTION TRIM(SRCH-LAST-NAME) DELIMITED BY SIZE
                      '%' DELIMITED BY SIZE
                      INTO LN-PATTERN
               SET CRITERIA-GIVEN TO TRUE
           END-IF.

           IF SRCH-FIRST-NAME NOT = SPACES
               MOVE 'Y' TO FN-FILTER-FLAG
               MOVE SPACES TO FN-PATTERN
               STRING FUNCTION TRIM(SRCH-FIRST-NAME) DELIMITED BY SIZE
                      '%' DELIMITED BY SIZE
                      INTO FN-PATTERN
               SET CRITERIA-GIVEN TO TRUE
           END-IF.

           IF SRCH-EMAIL NOT = SPACES
               MOVE 'Y' TO EM-FILTER-FLAG
               MOVE SPACES TO EM-PATTERN
               STRING '%' DELIMITED BY SIZE
                      FUNCTION TRIM(SRCH-EMAIL) DELIMITED BY SIZE
                      '%' DELIMITED BY SIZE
                      INTO EM-PATTERN
               SET CRITERIA-GIVEN TO TRUE
           END-IF.

           IF SRCH-COUNTRY-CODE NOT = SPACES
               MOVE 'Y' TO CC-FILTER-FLAG
               MOVE FUNCTION UPPER-CASE(SRCH-COUNTRY-CODE) TO CC-VALUE
               SET CRITERIA-GIVEN TO TRUE
           END-IF.

           IF SRCH-SOUNDS-LAST NOT = SPACES
               MOVE 'L' TO PHON-NAME-TYPE
               MOVE SRCH-SOUNDS-LAST TO PHON-INPUT
               CALL 'PhonKey' USING PHON-KEY-AREA
               IF PHON-KEY NOT = SPACES
                   MOVE 'Y' TO SL-FILTER-FLAG
                   MOVE PHON-KEY TO SL-KEY
                   SET CRITERIA-GIVEN TO TRUE
               END-IF
           END-IF.

           IF SRCH-SOUNDS-FIRST NOT = SPACES
               MOVE 'F' TO PHON-NAME-TYPE
               MOVE SRCH-SOUNDS-FIRST TO PHON-INPUT
               CALL 'PhonKey' USING PHON-KEY-AREA
               IF PHON-KEY NOT = SPACES
                   MOVE 'Y' TO SF-FILTER-FLAG
                   MOVE PHON-KEY TO SF-KEY
                   SET CRITERIA-GIVEN TO TRUE
               END-IF
           END-IF.
       3100-BUILD-FILTERS-END.
      ******************************************************************
       3200-LOAD-HITS.
           MOVE ZEROS TO HIT-COUNT.
           MOVE 'N' TO MORE-ROWS-SWITCH.

           EXEC SQL DECLARE DESK_CUR CURSOR FOR
               SELECT id, COALESCE(last_name, ''),
                      COALESCE(first_name, ''), COALESCE(email, ''),
                      COALESCE(country_code, ''),
                      COALESCE(CAST(EXTRACT(YEAR FROM
                          AGE(CURRENT_DATE, birth_date))
                          AS INTEGER), age, 0)
               FROM databank
               WHERE unit_access(TRIM(:UNT-CALLER-ID),
                                 CAST(id AS VARCHAR)) <> 'N'
                 AND (:LN-FILTER-FLAG = 'N'
                      OR last_name ILIKE TRIM(:LN-PATTERN))
                 AND (:FN-FILTER-FLAG = 'N'
                      OR first_name ILIKE TRIM(:FN-PATTERN))
                 AND (:EM-FILTER-FLAG = 'N'
                      OR email ILIKE TRIM(:EM-PATTERN))
                 AND (:CC-FILTER-FLAG = 'N'
                      OR country_code = TRIM(:CC-VALUE))
                 AND (:SL-FILTER-FLAG = 'N'
                      OR last_name_key = TRIM(:SL-KEY))
                 AND (:SF-FILTER-FLAG = 'N'
                      OR first_name_key = TRIM(:SF-KEY))
               ORDER BY last_name, first_name
           END-EXEC.

           EXEC SQL OPEN DESK_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'N' TO SEARCH-EOF-SWITCH.
           PERFORM WITH TEST BEFORE UNTIL SEARCH-EOF
               EXEC SQL
                   FETCH DESK_CUR
                   INTO :HIT-ID, :HIT-LAST-NAME, :HIT-FIRST-NAME,
                        :HIT-EMAIL, :HIT-COUNTRY-CODE, :HIT-AGE
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = +100
                       SET SEARCH-EOF TO TRUE
                   WHEN SQLCODE NOT = 0
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
                   WHEN HIT-COUNT >= RESULT-CAP
                       SET MORE-ROWS-EXIST TO TRUE
                       SET SEARCH-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO HIT-COUNT
                       PERFORM 3250-STORE-ONE-HIT
                           THRU 3250-STORE-ONE-HIT-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE DESK_CUR END-EXEC.
       3200-LOAD-HITS-END.
      ******************************************************************
       3250-STORE-ONE-HIT.
           MOVE HIT-ID TO HTB-ID(HIT-COUNT).
           IF HIT-AGE < 0
               MOVE ZEROS TO AGE-DISP
           ELSE
               MOVE HIT-AGE TO AGE-DISP
           END-IF.

           MOVE SPACES TO PANEL-TEXT.
           STRING FUNCTION TRIM(HIT-LAST-NAME) DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  FUNCTION TRIM(HIT-FIRST-NAME) DELIMITED BY SIZE
                  INTO PANEL-TEXT.

           MOVE SPACES TO HTB-TEXT(HIT-COUNT).
           MOVE PANEL-TEXT(1:28) TO HTB-TEXT(HIT-COUNT)(1:28).
           MOVE HIT-EMAIL(1:30) TO HTB-TEXT(HIT-COUNT)(30:30).
           MOVE HIT-COUNTRY-CODE(1:3) TO HTB-TEXT(HIT-COUNT)(61:3).
           MOVE AGE-DISP TO HTB-TEXT(HIT-COUNT)(66:3).
       3250-STORE-ONE-HIT-END.
      ******************************************************************
      * The desk picks a person by the number in front of the line;
      * N and P page through the list.
       4000-RESULT-LIST.
           PERFORM 4100-BUILD-LIST-PAGE
               THRU 4100-BUILD-LIST-PAGE-END.

           MOVE SPACES TO PANEL-COMMAND.
           DISPLAY PANEL-SCREEN.
           ACCEPT PANEL-SCREEN.
           MOVE SPACES TO SCREEN-MESSAGE.

           PERFORM 6900-SPLIT-COMMAND
               THRU 6900-SPLIT-COMMAND-END.

           EVALUATE TRUE
               WHEN COMMAND-WORD = 'X'
                   SET STATE-IS-EXIT TO TRUE
               WHEN COMMAND-WORD = 'S'
                   SET STATE-IS-SEARCH TO TRUE
               WHEN COMMAND-WORD = 'N'
                   IF PAGE-LAST-HIT < HIT-COUNT
                       ADD PAGE-SIZE TO PAGE-FIRST-HIT
                   ELSE
                       MOVE 'This is the last page.' TO SCREEN-MESSAGE
                   END-IF
               WHEN COMMAND-WORD = 'P'
                   IF PAGE-FIRST-HIT > PAGE-SIZE
                       SUBTRACT PAGE-SIZE FROM PAGE-FIRST-HIT
                   ELSE
                       MOVE 'This is the first page.' TO SCREEN-MESSAGE
                   END-IF
               WHEN COMMAND-WORD = SPACES
                   CONTINUE
               WHEN COMMAND-LEN <= 3
                AND COMMAND-WORD(1:COMMAND-LEN) IS NUMERIC
                   MOVE FUNCTION NUMVAL(COMMAND-WORD)
                       TO PICKED-HIT-NUMBER
                   IF PICKED-HIT-NUMBER < 1
                    OR PICKED-HIT-NUMBER > HIT-COUNT
                       MOVE 'No line with that number.'
                           TO SCREEN-MESSAGE
                   ELSE
                       MOVE HTB-ID(PICKED-HIT-NUMBER) TO SUBJ-ID
                       SET STATE-IS-DETAIL TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE 'Command not understood.' TO SCREEN-MESSAGE
           END-EVALUATE.
       4000-RESULT-LIST-END.
      ******************************************************************
       4100-BUILD-LIST-PAGE.
           MOVE SPACES TO PANEL-AREA.
           MOVE ZEROS TO PANEL-IDX.

           MOVE HIT-COUNT TO HIT-COUNT-DISP.
           MOVE SPACES TO PANEL-TITLE.
           STRING 'SERVICE DESK - MATCHES (' DELIMITED BY SIZE
                  HIT-COUNT-DISP DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO PANEL-TITLE.

           MOVE SPACES TO PANEL-TEXT.
           MOVE 'No.  Name' TO PANEL-TEXT(1:28).
           MOVE 'Email' TO PANEL-TEXT(35:30).
           MOVE 'CC' TO PANEL-TEXT(66:3).
           MOVE 'Age' TO PANEL-TEXT(70:3).
           PERFORM 6800-ADD-PANEL-LINE
               THRU 6800-ADD-PANEL-LINE-END.
           MOVE ALL '-' TO PANEL-TEXT.
           PERFORM 6800-ADD-PANEL-LINE
               THRU 6800-ADD-PANEL-LINE-END.

           COMPUTE PAGE-LAST-HIT = PAGE-FIRST-HIT + PAGE-SIZE - 1.
           IF PAGE-LAST-HIT > HIT-COUNT
               MOVE HIT-COUNT TO PAGE-LAST-HIT
           END-IF.

           PERFORM 4150-ADD-LIST-LINE
               THRU 4150-ADD-LIST-LINE-END
               VARYING HIT-IDX FROM PAGE-FIRST-HIT BY 1
               UNTIL HIT-IDX > PAGE-LAST-HIT.

           MOVE 'Number opens the record.  N next page, P previous '
               TO PANEL-PROMPT.
           MOVE 'page, S new search, X end.' TO PANEL-PROMPT(52:).
       4100-BUILD-LIST-PAGE-END.
      ******************************************************************
       4150-ADD-LIST-LINE.
           MOVE HIT-IDX TO HIT-NUMBER-DISP.
           MOVE SPACES TO PANEL-TEXT.
           MOVE HIT-NUMBER-DISP TO PANEL-TEXT(1:3).
           MOVE HTB-TEXT(HIT-IDX) TO PANEL-TEXT(6:70).
           PERFORM 6800-ADD-PANEL-LINE
               THRU 6800-ADD-PANEL-LINE-END.
       4150-ADD-LIST-LINE-END.
      ******************************************************************
      * Everything the desk is asked about on one screen. Changes go
      * through the utilities that own them, then the record is read
      * again so the screen shows what databank now holds.
       5000-RECORD-DETAIL.
           PERFORM 5100-LOAD-RECORD
               THRU 5100-LOAD-RECORD-END.

           IF NOT STATE-IS-DETAIL
               GO TO 5000-RECORD-DETAIL-END
           END-IF.

           MOVE SPACES TO PANEL-COMMAND.
           DISPLAY PANEL-SCREEN.
           ACCEPT PANEL-SCREEN.
           MOVE SPACES TO SCREEN-MESSAGE.

           PERFORM 6900-SPLIT-COMMAND
               THRU 6900-SPLIT-COMMAND-END.

           EVALUATE COMMAND-WORD
               WHEN 'X'
                   SET STATE-IS-EXIT TO TRUE
               WHEN 'S'
                   SET STATE-IS-SEARCH TO TRUE
               WHEN 'L'
                   SET STATE-IS-LIST TO TRUE
               WHEN 'C'
                   PERFORM 6000-CHANGE-FIELD
                       THRU 6000-CHANGE-FIELD-END
               WHEN 'K'
                   PERFORM 6100-CHANGE-CONSENT
                       THRU 6100-CHANGE-CONSENT-END
               WHEN 'R'
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE 'Command not understood.' TO SCREEN-MESSAGE
           END-EVALUATE.
       5000-RECORD-DETAIL-END.
      ******************************************************************
       5100-LOAD-RECORD.
           EXEC SQL
               SELECT COALESCE(last_name, ''), COALESCE(first_name, ''),
                      COALESCE(email, ''), COALESCE(country, ''),
                      COALESCE(country_code, ''),
                      COALESCE(CAST(EXTRACT(YEAR FROM
                          AGE(CURRENT_DATE, birth_date))
                          AS INTEGER), age, 0),
                      COALESCE(gender, ''), COALESCE(spoken, ''),
                      COALESCE(CAST(birth_date AS VARCHAR), ''),
                      COALESCE(status, 'A'),
                      COALESCE(street, ''), COALESCE(house_no, ''),
                      COALESCE(box_no, ''), COALESCE(postal_code, ''),
                      COALESCE(city, ''),
                      COALESCE(address_status, ' '),
                      COALESCE(email_status, ' '),
                      databank_unit(CAST(id AS VARCHAR)),
                      unit_access(TRIM(:UNT-CALLER-ID),
                                  CAST(id AS VARCHAR))
               INTO :SBJ-LAST-NAME, :SBJ-FIRST-NAME, :SBJ-EMAIL,
                    :SBJ-COUNTRY, :SBJ-COUNTRY-CODE, :SBJ-AGE,
                    :SBJ-GENDER, :SBJ-SPOKEN, :SBJ-BIRTH-DATE,
                    :SBJ-STATUS, :SBJ-STREET, :SBJ-HOUSE-NO,
                    :SBJ-BOX-NO, :SBJ-POSTAL-CODE, :SBJ-CITY,
                    :SBJ-ADDR-STATUS, :SBJ-EMAIL-STATUS,
                    :SBJ-OWNER-UNIT, :UNT-ACCESS-CODE
               FROM databank
               WHERE id = :SUBJ-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
      *            Merged, erased or backed out since the search.
                   MOVE 'That record is no longer in databank - '
                       TO SCREEN-MESSAGE
                   MOVE 'search again.' TO SCREEN-MESSAGE(40:)
                   SET STATE-IS-LIST TO TRUE
                   GO TO 5100-LOAD-RECORD-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           IF UNT-ACCESS-CODE NOT = 'H'
               PERFORM 5050-NOTE-UNIT-ACCESS
                   THRU 5050-NOTE-UNIT-ACCESS-END
               IF UNT-ACCESS-CODE = 'N'
                   SET STATE-IS-LIST TO TRUE
                   GO TO 5100-LOAD-RECORD-END
               END-IF
           END-IF.

           MOVE SPACES TO PANEL-AREA.
           MOVE ZEROS TO PANEL-IDX.
           MOVE 'SERVICE DESK - RECORD' TO PANEL-TITLE.

           PERFORM 5150-ADD-IDENTITY-LINES
               THRU 5150-ADD-IDENTITY-LINES-END.

           PERFORM 5200-LOAD-CONSENT
               THRU 5200-LOAD-CONSENT-END.

           PERFORM 5300-LOAD-HOUSEHOLD
               THRU 5300-LOAD-HOUSEHOLD-END.

           PERFORM 5400-LOAD-HOLDS
               THRU 5400-LOAD-HOLDS-END.

           PERFORM 5500-LOAD-RECENT-CHANGES
               THRU 5500-LOAD-RECENT-CHANGES-END.

           MOVE 'C correct a field, K consent, R refresh, L list, '
               TO PANEL-PROMPT.
           MOVE 'S new search, X end.' TO PANEL-PROMPT(50:).
       5100-LOAD-RECORD-END.
      ******************************************************************
      * Opening a record of another business unit is logged once per
      * opening, not on every refresh of the same record. A record
      * whose unit the operator has lost since the search is refused.
       5050-NOTE-UNIT-ACCESS.
           IF UNT-ACCESS-CODE = 'C'
            AND SUBJ-ID = UNIT-LOGGED-ID
               GO TO 5050-NOTE-UNIT-ACCESS-END
           END-IF.

           MOVE SUBJ-ID TO UNT-KEY-VALUE.
           MOVE SPACES TO UNT-ACTION-DESC.

           IF UNT-ACCESS-CODE = 'N'
               MOVE ZERO TO UNT-CROSS-COUNT
               MOVE 'D' TO UNT-OUTCOME
               STRING 'DENIED RECORD - unit ' DELIMITED BY SIZE
                      SBJ-OWNER-UNIT DELIMITED BY SPACE
                      INTO UNT-ACTION-DESC
               MOVE 'That record belongs to a business unit you are '
                   TO SCREEN-MESSAGE
               MOVE 'not entitled to.' TO SCREEN-MESSAGE(48:)
           ELSE
               MOVE 1 TO UNT-CROSS-COUNT
               MOVE 'A' TO UNT-OUTCOME
               STRING 'CROSS-UNIT RECORD - unit ' DELIMITED BY SIZE
                      SBJ-OWNER-UNIT DELIMITED BY SPACE
                      INTO UNT-ACTION-DESC
               MOVE SUBJ-ID TO UNIT-LOGGED-ID
           END-IF.

           COPY "UnitLog.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
       5050-NOTE-UNIT-ACCESS-END.
      ******************************************************************
       5150-ADD-IDENTITY-LINES.
           MOVE SPACES TO PANEL-TEXT.
           STRING FUNCTION TRIM(SBJ-FIRST-NAME) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(SBJ-LAST-NAME) DELIMITED BY SIZE
                  INTO PANEL-TEXT.
           MOVE SUBJ-ID TO PANEL-TEXT(42:36).
           PERFORM 6800-ADD-PANEL-LINE
               THRU 6800-ADD-PANEL-LINE-END.

           IF SBJ-AGE < 0
               MOVE ZEROS TO AGE-DISP
           ELSE
               MOVE SBJ-AGE TO AGE-DISP
           END-IF.
           MOVE SPACES TO PANEL-TEXT.
           STRING 'Born ' DELIMITED BY SIZE
                  SBJ-BIRTH-DATE DELIMITED BY SIZE
                  '  age ' DELIMITED BY SIZE
                  AGE-DISP DELIMITED BY SIZE
                  '  gender ' DELIMITED BY SIZE
                  FUNCTION TRIM(SBJ-GENDER) DELIMITED BY SIZE
                  '  spoken ' DELIMITED BY SIZE
                  FUNCTION TRIM(SBJ-SPOKEN) DELIMITED BY SIZE
                  '  status ' DELIMITED BY SIZE
                  SBJ-STATUS DELIMITED BY SIZE
                  INTO PANEL-TEXT.
           PERFORM 6800-ADD-PANEL-LINE
               THRU 6800-ADD-PANEL-LINE-END.

           MOVE SPACES TO PANEL-TEXT.
           STRING 'Email ' DELIMITED BY SIZE
                  FUNCTION TRIM(SBJ-EMAIL) DELIMITED BY SIZE
                  '  (deliverability ' DELIMITED BY SIZE
                  SBJ-EMAIL-STATUS DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO PANEL-TEXT.
           PERFORM 6800-ADD-PANEL-LINE
               THRU 6800-ADD-PANEL-LINE-END.

           MOVE SPACES TO PANEL-TEXT.
           STRING 'Address ' DELIMITED BY SIZE
                  FUNCTION TRIM(SBJ-STREET) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(SBJ-HOUSE-NO) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(SBJ-BOX-NO) DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  FUNCTION TRIM(SBJ-POSTAL-CODE) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(SBJ-CITY) DELIMITED BY SIZE
                  INTO PANEL-TEXT.
           PERFORM 6800-ADD-PANEL-LINE
               THRU 6800-ADD-PANEL-LINE-END.

           MOVE SPACES TO PANEL-TEXT.
           STRING '        ' DELIMITED BY SIZE
                  FUNCTION TRIM(SBJ-COUNTRY) DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  FUNCTION TRIM(SBJ-COUNTRY-CODE) DELIMITED BY SIZE
                  ')  address status ' DELIMITED BY SIZE
                  SBJ-ADDR-STATUS DELIMITED BY SIZE
                  INTO PANEL-TEXT.
           PERFORM 6800-ADD-PANEL-LINE
               THRU 6800-ADD-PANEL-LINE-END.
       5150-ADD-IDENTITY-LINES-END.
      ******************************************************************
      * A channel with no row in consent_preference shows '-': no
      * preference was ever recorded.
       5200-LOAD-CONSENT.
           EXEC SQL
               SELECT COALESCE(MAX(CASE WHEN channel = 'POST'
                                        THEN allowed END), '-'),
                      COALESCE(MAX(CASE WHEN channel = 'EMAIL'
                                        THEN allowed END), '-'),
                      COALESCE(MAX(CASE WHEN channel = 'EXTRACT'
                                        THEN allowed END), '-')
               INTO :CNS-POST-FLAG, :CNS-EMAIL-FLAG, :CNS-EXTRACT-FLAG
               FROM consent_preference
               WHERE databank_id = :SUBJ-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO PANEL-TEXT.
           PERFORM 6800-ADD-PANEL-LINE
               THRU 6800-ADD-PANEL-LINE-END.
           STRING 'Consent    POST ' DELIMITED BY SIZE
                  CNS-POST-FLAG DELIMITED BY SIZE
                  '   EMAIL ' DELIMITED BY SIZE
                  CNS-EMAIL-FLAG DELIMITED BY SIZE
                  '   EXTRACT ' DELIMITED BY SIZE
                  CNS-EXTRACT-FLAG DELIMITED BY SIZE
                  INTO PANEL-TEXT.
           PERFORM 6800-ADD-PANEL-LINE
               THRU 6800-ADD-PANEL-LINE-END.
       5200-LOAD-CONSENT-END.
      ******************************************************************
       5300-LOAD-HOUSEHOLD.
           EXEC SQL
               SELECT m.household_id, COALESCE(h.head_id, ''),
                      (SELECT COUNT(*)
                       FROM household_member x
                       WHERE x.household_id = m.household_id)
               INTO :HSH-HOUSEHOLD-ID, :HSH-HEAD-ID,
                    :HSH-MEMBER-COUNT
               FROM household_member m
               LEFT JOIN household h
                      ON h.household_id = m.household_id
               WHERE m.databank_id = :SUBJ-ID
           END-EXEC.

           MOVE SPACES TO PANEL-TEXT.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE HSH-HOUSEHOLD-ID TO COUNT-DISP
                   MOVE HSH-MEMBER-COUNT TO AGE-DISP
                   STRING 'Household  ' DELIMITED BY SIZE
                          COUNT-DISP DELIMITED BY SIZE
                          ', ' DELIMITED BY SIZE
                          AGE-DISP DELIMITED BY SIZE
                          ' member(s), head ' DELIMITED BY SIZE
                          HSH-HEAD-ID DELIMITED BY SIZE
                          INTO PANEL-TEXT
                   IF HSH-HEAD-ID = SUBJ-ID
                       MOVE SPACES TO PANEL-TEXT(41:)
                       MOVE 'this person' TO PANEL-TEXT(41:)
                   END-IF
               WHEN +100
                   MOVE 'Household  none' TO PANEL-TEXT
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.
           PERFORM 6800-ADD-PANEL-LINE
               THRU 6800-ADD-PANEL-LINE-END.
       5300-LOAD-HOUSEHOLD-END.
      ******************************************************************
      * A hold placed on the email address binds every record that
      * carries it, as Erase sees it.
       5400-LOAD-HOLDS.
           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(lh.case_ref), '')
               INTO :LHD-OPEN-COUNT, :LHD-CASE-REF
               FROM legal_hold lh
               WHERE lh.released_at IS NULL
                 AND (lh.databank_id = :SUBJ-ID
                      OR LOWER(TRIM(lh.email)) =
                         LOWER(TRIM(:SBJ-EMAIL)))
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO PANEL-TEXT.
           IF LHD-OPEN-COUNT = 0
               MOVE 'Legal hold none' TO PANEL-TEXT
           ELSE
               MOVE LHD-OPEN-COUNT TO COUNT-DISP
               STRING 'Legal hold ' DELIMITED BY SIZE
                      COUNT-DISP DELIMITED BY SIZE
                      ' open - case ' DELIMITED BY SIZE
                      FUNCTION TRIM(LHD-CASE-REF) DELIMITED BY SIZE
                      ' - do not erase or purge' DELIMITED BY SIZE
                      INTO PANEL-TEXT
           END-IF.
           PERFORM 6800-ADD-PANEL-LINE
               THRU 6800-ADD-PANEL-LINE-END.

           EXEC SQL
               SELECT COUNT(*)
               INTO :STAGED-CHANGE-COUNT
               FROM pending_maint_changes
               WHERE databank_id = :SUBJ-ID
                 AND status IN ('P', 'A')
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO PANEL-TEXT.
           IF STAGED-CHANGE-COUNT = 0
               MOVE 'Staged     none awaiting approval' TO PANEL-TEXT
           ELSE
               MOVE STAGED-CHANGE-COUNT TO COUNT-DISP
               STRING 'Staged     ' DELIMITED BY SIZE
                      COUNT-DISP DELIMITED BY SIZE
                      ' change(s) awaiting approval or apply (MntAppr)'
                          DELIMITED BY SIZE
                      INTO PANEL-TEXT
           END-IF.
           PERFORM 6800-ADD-PANEL-LINE
               THRU 6800-ADD-PANEL-LINE-END.
       5400-LOAD-HOLDS-END.
      ******************************************************************
      * The latest journal entries, newest first, as many as the
      * screen has room for.
       5500-LOAD-RECENT-CHANGES.
           MOVE SPACES TO PANEL-TEXT.
           PERFORM 6800-ADD-PANEL-LINE
               THRU 6800-ADD-PANEL-LINE-END.
           MOVE 'Recent changes' TO PANEL-TEXT.
           PERFORM 6800-ADD-PANEL-LINE
               THRU 6800-ADD-PANEL-LINE-END.

           EXEC SQL DECLARE DJRN_CUR CURSOR FOR
               SELECT CAST(changed_at AS VARCHAR),
                      COALESCE(change_type, ' '),
                      COALESCE(program_name, ''),
                      COALESCE(changed_columns, '')
               FROM databank_change_journal
               WHERE databank_id = :SUBJ-ID
               ORDER BY changed_at DESC
               LIMIT 6
           END-EXEC.

           EXEC SQL OPEN DJRN_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'N' TO JOURNAL-EOF-SWITCH.
           PERFORM WITH TEST BEFORE UNTIL JOURNAL-EOF
               EXEC SQL
                   FETCH DJRN_CUR
                   INTO :JRN-CHANGED-AT, :JRN-CHANGE-TYPE,
                        :JRN-PROGRAM-NAME, :JRN-COLUMNS
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       MOVE SPACES TO PANEL-TEXT
                       STRING '  ' DELIMITED BY SIZE
                              JRN-CHANGED-AT(1:16) DELIMITED BY SIZE
                              '  ' DELIMITED BY SIZE
                              JRN-CHANGE-TYPE DELIMITED BY SIZE
                              '  ' DELIMITED BY SIZE
                              JRN-PROGRAM-NAME(1:10) DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              FUNCTION TRIM(JRN-COLUMNS)
                                  DELIMITED BY SIZE
                              INTO PANEL-TEXT
                       PERFORM 6800-ADD-PANEL-LINE
                           THRU 6800-ADD-PANEL-LINE-END
                   WHEN +100
                       SET JOURNAL-EOF TO TRUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE DJRN_CUR END-EXEC.

           IF PANEL-IDX < 13
               MOVE '  (none on file)' TO PANEL-TEXT
               PERFORM 6800-ADD-PANEL-LINE
                   THRU 6800-ADD-PANEL-LINE-END
           END-IF.
       5500-LOAD-RECENT-CHANGES-END.
      ******************************************************************
      * A correction runs DbMnt with the session's operator and
      * ticket: DbMnt validates it, stages it when the field needs a
      * second operator, and writes the audit and journal rows.
       6000-CHANGE-FIELD.
           MOVE SPACES TO CHG-FIELD-PARM.
           MOVE SPACES TO CHG-NEW-VALUE.
           DISPLAY FIELD-CHANGE-SCREEN.
           ACCEPT FIELD-CHANGE-SCREEN.
           MOVE SPACES TO SCREEN-MESSAGE.

           IF CHG-FIELD-PARM = SPACES
               GO TO 6000-CHANGE-FIELD-END
           END-IF.

           MOVE FUNCTION UPPER-CASE(CHG-FIELD-PARM) TO CHG-FIELD-PARM.
           IF NOT KNOWN-FIELD-CODE
               MOVE 'The field is one of DbMnt''s field codes, such as'
                   TO SCREEN-MESSAGE
               MOVE ' LASTNAME - not submitted.' TO SCREEN-MESSAGE(50:)
               GO TO 6000-CHANGE-FIELD-END
           END-IF.

           MOVE 'DbMnt' TO LAUNCH-PROGRAM.
           PERFORM 6940-START-COMMAND
               THRU 6940-START-COMMAND-END.
           MOVE SUBJ-ID TO QUOTE-ARG-TEXT.
           PERFORM 6970-APPEND-QUOTED-ARG
               THRU 6970-APPEND-QUOTED-ARG-END.
           MOVE CHG-FIELD-PARM TO QUOTE-ARG-TEXT.
           PERFORM 6970-APPEND-QUOTED-ARG
               THRU 6970-APPEND-QUOTED-ARG-END.
           MOVE CHG-NEW-VALUE TO QUOTE-ARG-TEXT.
           PERFORM 6970-APPEND-QUOTED-ARG
               THRU 6970-APPEND-QUOTED-ARG-END.

           PERFORM 6500-LAUNCH-UTILITY
               THRU 6500-LAUNCH-UTILITY-END.
       6000-CHANGE-FIELD-END.
      ******************************************************************
      * Consent's own rules apply: the channel domain, and a minor's
      * consent given only by the guardian on file.
       6100-CHANGE-CONSENT.
           MOVE SPACES TO CNS-CHANNEL.
           MOVE SPACE TO CNS-ALLOWED.
           MOVE SPACES TO CNS-GUARDIAN-ID.
           DISPLAY CONSENT-CHANGE-SCREEN.
           ACCEPT CONSENT-CHANGE-SCREEN.
           MOVE SPACES TO SCREEN-MESSAGE.

           IF CNS-CHANNEL = SPACES
               GO TO 6100-CHANGE-CONSENT-END
           END-IF.

           MOVE FUNCTION UPPER-CASE(CNS-CHANNEL) TO CNS-CHANNEL.
           MOVE FUNCTION UPPER-CASE(CNS-ALLOWED) TO CNS-ALLOWED.
           MOVE FUNCTION LOWER-CASE(CNS-GUARDIAN-ID) TO CNS-GUARDIAN-ID.
           MOVE ZEROS TO UNSAFE-CHAR-COUNT.
           IF CNS-CHANNEL NOT = 'POST'
            AND CNS-CHANNEL NOT = 'EMAIL'
            AND CNS-CHANNEL NOT = 'EXTRACT'
               ADD 1 TO UNSAFE-CHAR-COUNT
           END-IF.
           IF CNS-ALLOWED NOT = 'Y' AND CNS-ALLOWED NOT = 'N'
               ADD 1 TO UNSAFE-CHAR-COUNT
           END-IF.
           IF CNS-GUARDIAN-ID IS NOT RECORD-ID-CHARS
               ADD 1 TO UNSAFE-CHAR-COUNT
           END-IF.
           IF UNSAFE-CHAR-COUNT > 0
               MOVE 'Give a channel, Y or N, and the guardian id for '
                   TO SCREEN-MESSAGE
               MOVE 'a minor.' TO SCREEN-MESSAGE(49:)
               GO TO 6100-CHANGE-CONSENT-END
           END-IF.

           MOVE 'Consent' TO LAUNCH-PROGRAM.
           MOVE 'N' TO COMMAND-OVERFLOW-SW.
           MOVE SPACES TO SYSTEM-COMMAND.
           MOVE 1 TO COMMAND-POINTER.
           STRING 'cobcrun Consent' DELIMITED BY SIZE
                  INTO SYSTEM-COMMAND
                  WITH POINTER COMMAND-POINTER
           END-STRING.
           MOVE SUBJ-ID TO QUOTE-ARG-TEXT.
           PERFORM 6970-APPEND-QUOTED-ARG
               THRU 6970-APPEND-QUOTED-ARG-END.
           MOVE CNS-CHANNEL TO QUOTE-ARG-TEXT.
           PERFORM 6970-APPEND-QUOTED-ARG
               THRU 6970-APPEND-QUOTED-ARG-END.
           MOVE CNS-ALLOWED TO QUOTE-ARG-TEXT.
           PERFORM 6970-APPEND-QUOTED-ARG
               THRU 6970-APPEND-QUOTED-ARG-END.
           IF CNS-GUARDIAN-ID NOT = SPACES
               MOVE CNS-GUARDIAN-ID TO QUOTE-ARG-TEXT
               PERFORM 6970-APPEND-QUOTED-ARG
                   THRU 6970-APPEND-QUOTED-ARG-END
           END-IF.

           PERFORM 6500-LAUNCH-UTILITY
               THRU 6500-LAUNCH-UTILITY-END.
       6100-CHANGE-CONSENT-END.
      ******************************************************************
      * The utility's own messages are caught in a per-operator file
      * and put on the screen, so the desk reads the answer - refused,
      * staged or done - without leaving the session.
       6500-LAUNCH-UTILITY.
           MOVE SPACES TO ACTION-LOG-FILENAME.
           STRING 'DESKSCR_' DELIMITED BY SIZE
                  FUNCTION TRIM(PRV-OPERATOR-ID) DELIMITED BY SIZE
                  '.LOG' DELIMITED BY SIZE
                  INTO ACTION-LOG-FILENAME.

           STRING ' >' DELIMITED BY SIZE
                  INTO SYSTEM-COMMAND
                  WITH POINTER COMMAND-POINTER
                  ON OVERFLOW SET COMMAND-OVERFLOW TO TRUE
           END-STRING.
           MOVE ACTION-LOG-FILENAME TO QUOTE-ARG-TEXT.
           PERFORM 6970-APPEND-QUOTED-ARG
               THRU 6970-APPEND-QUOTED-ARG-END.
           STRING ' 2>&1' DELIMITED BY SIZE
                  INTO SYSTEM-COMMAND
                  WITH POINTER COMMAND-POINTER
                  ON OVERFLOW SET COMMAND-OVERFLOW TO TRUE
           END-STRING.

           IF COMMAND-OVERFLOW
               MOVE 'The values are too long for one command - not '
                   TO SCREEN-MESSAGE
               MOVE 'submitted.' TO SCREEN-MESSAGE(48:)
               GO TO 6500-LAUNCH-UTILITY-END
           END-IF.

           CALL 'SYSTEM' USING SYSTEM-COMMAND.
           MOVE RETURN-CODE TO LAUNCH-RETURN-CODE.
           MOVE ZERO TO RETURN-CODE.

           PERFORM 6600-SHOW-UTILITY-OUTPUT
               THRU 6600-SHOW-UTILITY-OUTPUT-END.
       6500-LAUNCH-UTILITY-END.
      ******************************************************************
       6600-SHOW-UTILITY-OUTPUT.
           MOVE SPACES TO PANEL-AREA.
           MOVE ZEROS TO PANEL-IDX.
           MOVE SPACES TO PANEL-TITLE.
           STRING 'SERVICE DESK - ANSWER FROM ' DELIMITED BY SIZE
                  FUNCTION TRIM(LAUNCH-PROGRAM) DELIMITED BY SIZE
                  INTO PANEL-TITLE.

           OPEN INPUT ACTION-LOG-FILE.
           IF WS-ACTION-LOG-STATUS NOT = '00'
               MOVE '(the utility left no messages)' TO PANEL-TEXT
               PERFORM 6800-ADD-PANEL-LINE
                   THRU 6800-ADD-PANEL-LINE-END
           ELSE
               MOVE 'N' TO LOG-EOF-SWITCH
               PERFORM 6650-READ-ONE-LOG-LINE
                   THRU 6650-READ-ONE-LOG-LINE-END
                   UNTIL LOG-EOF
               CLOSE ACTION-LOG-FILE
           END-IF.

           MOVE LAUNCH-RETURN-CODE TO LAUNCH-RC-DISP.
           MOVE SPACES TO SCREEN-MESSAGE.
           IF LAUNCH-RETURN-CODE = 0
               STRING FUNCTION TRIM(LAUNCH-PROGRAM) DELIMITED BY SIZE
                      ' ended normally.' DELIMITED BY SIZE
                      INTO SCREEN-MESSAGE
           ELSE
               STRING FUNCTION TRIM(LAUNCH-PROGRAM) DELIMITED BY SIZE
                      ' ended with return code ' DELIMITED BY SIZE
                      LAUNCH-RC-DISP DELIMITED BY SIZE
                      ' - read its messages above.' DELIMITED BY SIZE
                      INTO SCREEN-MESSAGE
           END-IF.

           MOVE 'Enter returns to the record.' TO PANEL-PROMPT.
           MOVE SPACES TO PANEL-COMMAND.
           DISPLAY PANEL-SCREEN.
           ACCEPT PANEL-SCREEN.
           MOVE SPACES TO SCREEN-MESSAGE.
       6600-SHOW-UTILITY-OUTPUT-END.
      ******************************************************************
       6650-READ-ONE-LOG-LINE.
           READ ACTION-LOG-FILE
               AT END
                   SET LOG-EOF TO TRUE
               NOT AT END
                   MOVE ACTION-LOG-LINE(1:78) TO PANEL-TEXT
                   PERFORM 6800-ADD-PANEL-LINE
                       THRU 6800-ADD-PANEL-LINE-END
           END-READ.
       6650-READ-ONE-LOG-LINE-END.
      ******************************************************************
      * Lines beyond the panel's 18 are dropped; the last one says so.
       6800-ADD-PANEL-LINE.
           IF PANEL-IDX < 18
               ADD 1 TO PANEL-IDX
               MOVE PANEL-TEXT TO PANEL-LINE(PANEL-IDX)
           ELSE
               MOVE '  ...' TO PANEL-LINE(18)
           END-IF.
           MOVE SPACES TO PANEL-TEXT.
       6800-ADD-PANEL-LINE-END.
      ******************************************************************
       6900-SPLIT-COMMAND.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PANEL-COMMAND))
               TO COMMAND-WORD.
           IF COMMAND-WORD = SPACES
               MOVE ZEROS TO COMMAND-LEN
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(COMMAND-WORD))
                   TO COMMAND-LEN
           END-IF.
       6900-SPLIT-COMMAND-END.
      ******************************************************************
      * Every utility command starts with the session's operator and
      * ticket, already held to their own character sets at sign-on.
       6940-START-COMMAND.
           MOVE 'N' TO COMMAND-OVERFLOW-SW.
           MOVE SPACES TO SYSTEM-COMMAND.
           MOVE 1 TO COMMAND-POINTER.
           STRING 'cobcrun ' DELIMITED BY SIZE
                  FUNCTION TRIM(LAUNCH-PROGRAM) DELIMITED BY SIZE
                  INTO SYSTEM-COMMAND
                  WITH POINTER COMMAND-POINTER
           END-STRING.
           MOVE PRV-OPERATOR-ID TO QUOTE-ARG-TEXT.
           PERFORM 6970-APPEND-QUOTED-ARG
               THRU 6970-APPEND-QUOTED-ARG-END.
           MOVE PRV-TICKET-REF TO QUOTE-ARG-TEXT.
           PERFORM 6970-APPEND-QUOTED-ARG
               THRU 6970-APPEND-QUOTED-ARG-END.
       6940-START-COMMAND-END.
      ******************************************************************
      * What the desk types ends up on a shell command line. Each
      * argument goes inside single quotes, where the shell acts on
      * nothing; a quote in the value itself is written as '\'' (close,
      * escaped quote, reopen), so no value can end the quoting early.
       6970-APPEND-QUOTED-ARG.
           IF QUOTE-ARG-TEXT = SPACES
               MOVE ZEROS TO QUOTE-ARG-LEN
           ELSE
               MOVE FUNCTION TRIM(QUOTE-ARG-TEXT) TO QUOTE-ARG-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(QUOTE-ARG-TEXT))
                   TO QUOTE-ARG-LEN
           END-IF.

           STRING ' ''' DELIMITED BY SIZE
                  INTO SYSTEM-COMMAND
                  WITH POINTER COMMAND-POINTER
                  ON OVERFLOW SET COMMAND-OVERFLOW TO TRUE
           END-STRING.
           PERFORM 6975-APPEND-QUOTED-CHAR
               THRU 6975-APPEND-QUOTED-CHAR-END
               VARYING QUOTE-IDX FROM 1 BY 1
               UNTIL QUOTE-IDX > QUOTE-ARG-LEN.
           STRING '''' DELIMITED BY SIZE
                  INTO SYSTEM-COMMAND
                  WITH POINTER COMMAND-POINTER
                  ON OVERFLOW SET COMMAND-OVERFLOW TO TRUE
           END-STRING.
       6970-APPEND-QUOTED-ARG-END.
      ******************************************************************
       6975-APPEND-QUOTED-CHAR.
           IF QUOTE-ARG-TEXT(QUOTE-IDX:1) = ''''
               STRING '''\''''' DELIMITED BY SIZE
                      INTO SYSTEM-COMMAND
                      WITH POINTER COMMAND-POINTER
                      ON OVERFLOW SET COMMAND-OVERFLOW TO TRUE
               END-STRING
           ELSE
               STRING QUOTE-ARG-TEXT(QUOTE-IDX:1) DELIMITED BY SIZE
                      INTO SYSTEM-COMMAND
                      WITH POINTER COMMAND-POINTER
                      ON OVERFLOW SET COMMAND-OVERFLOW TO TRUE
               END-STRING
           END-IF.
       6975-APPEND-QUOTED-CHAR-END.
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
      * Only an operator in the register with a right on this program
      * may open a desk session; looking is READ, and every change is
      * checked again by the utility that makes it.
       1040-CHECK-OPERATOR-RIGHT.
           MOVE 'DeskScr' TO OPR-PROGRAM-NAME.
           MOVE 'READ' TO OPR-MODE-NEEDED.
           MOVE 'SESSION' TO PRV-KEY-VALUE.
           COPY "OprChk.cpy".

           IF OPR-DENIED-FLAG = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1040-CHECK-OPERATOR-RIGHT-END.
      ******************************************************************
