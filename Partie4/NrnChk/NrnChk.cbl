       IDENTIFICATION DIVISION.
       PROGRAM-ID. NrnChk.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NRNCHK-REPORT-FILE
               ASSIGN TO NRNCHK-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NRNCHK-REPORT-FILE.
       01  NRNCHK-REPORT-LINE      PIC X(200).

       WORKING-STORAGE SECTION.
       01  NRNCHK-REPORT-FILENAME  PIC X(40) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR     PIC 9(4).
           05  WS-CURRENT-MONTH    PIC 9(2).
           05  WS-CURRENT-DAY      PIC 9(2).

       01  ROWS-EXAMINED-COUNT     PIC 9(6) VALUE ZEROS.
       01  ROWS-BIRTH-COUNT        PIC 9(6) VALUE ZEROS.
       01  ROWS-GENDER-COUNT       PIC 9(6) VALUE ZEROS.
       01  ROWS-INVALID-COUNT      PIC 9(6) VALUE ZEROS.
       01  ROWS-FLAGGED-COUNT      PIC 9(6) VALUE ZEROS.
       01  PROBLEM-LABEL           PIC X(10) VALUE SPACES.
       01  REPORT-LINE             PIC X(200) VALUE SPACES.

       COPY "NrnParm.cpy".

       01  LOCAL-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".

       01  SQL-NRN-ROW.
           05  SQL-ID              PIC X(36).
           05  SQL-FIRST-NAME      PIC X(50).
           05  SQL-LAST-NAME       PIC X(50).
           05  SQL-BIRTH-DATE      PIC X(10).
           05  SQL-GENDER          PIC X(10).
           05  SQL-NATIONAL-NO     PIC X(11).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LS-RETURN-CODE         PIC 9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION USING LS-RETURN-CODE.
       1000-MAIN-START.
      *    A background launch (cobcrun, no arguments) leaves the
      *    LINKAGE return code with a null base; point it at local
      *    storage so the failure paths can store through it.
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

           PERFORM 1200-OPEN-REPORT-FILE
               THRU 1200-OPEN-REPORT-FILE-END.

           PERFORM 3001-CHECK-NATIONAL-NUMBERS
               THRU 3001-CHECK-NATIONAL-NUMBERS-END.

           CLOSE NRNCHK-REPORT-FILE.

      *    Graded result: a number that contradicts what we hold is
      *    worth a warning - one of the two is wrong and someone has
      *    to look at the paper record.
           IF ROWS-FLAGGED-COUNT > 0
               MOVE 4 TO LS-RETURN-CODE
           END-IF.
       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.
      ******************************************************************
       1200-OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           STRING 'NRNCHK_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO NRNCHK-REPORT-FILENAME.

           OPEN OUTPUT NRNCHK-REPORT-FILE.
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
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF.
       1050-VERIFY-SCHEMA-LEVEL-END.
      ******************************************************************
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.

           MOVE 'NrnChk' TO ERR-PROGRAM-NAME.
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
           MOVE 8 TO LS-RETURN-CODE.
           GOBACK.
      ******************************************************************
      * Every Belgian record holding a national register number is run
      * back through NrnVal against the birth date and gender on file.
      * The entry programs refuse a contradicting number at the door;
      * this sweep finds the rows that predate the check or were
      * corrected afterwards on one side only. Nothing is changed -
      * which of the two values is wrong is a question for the file.
       3001-CHECK-NATIONAL-NUMBERS.
           DISPLAY 'Checking national register numbers of BE records'
                   '...'.

           MOVE 'National register numbers contradicting the record:'
               TO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE NRNCHK-REPORT-LINE FROM REPORT-LINE.

           EXEC SQL DECLARE NRN_CUR CURSOR WITH HOLD FOR
               SELECT id, COALESCE(first_name, ''),
                      COALESCE(last_name, ''),
                      COALESCE(TO_CHAR(birth_date, 'YYYY-MM-DD'), ''),
                      COALESCE(gender, ''), national_no
               FROM databank
               WHERE country_code = 'BE'
                 AND national_no IS NOT NULL
                 AND TRIM(national_no) <> ''
               ORDER BY id
           END-EXEC.

           EXEC SQL OPEN NRN_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH NRN_CUR
                   INTO :SQL-ID, :SQL-FIRST-NAME, :SQL-LAST-NAME,
                        :SQL-BIRTH-DATE, :SQL-GENDER, :SQL-NATIONAL-NO
               END-EXEC

               IF SQLCODE = 0 THEN
                   ADD 1 TO ROWS-EXAMINED-COUNT
                   PERFORM 3100-CHECK-ONE-NUMBER
                       THRU 3100-CHECK-ONE-NUMBER-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE NRN_CUR END-EXEC.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Numbers examined: ' DELIMITED BY SIZE
                  ROWS-EXAMINED-COUNT DELIMITED BY SIZE
                  '   Birth date: ' DELIMITED BY SIZE
                  ROWS-BIRTH-COUNT DELIMITED BY SIZE
                  '   Gender: ' DELIMITED BY SIZE
                  ROWS-GENDER-COUNT DELIMITED BY SIZE
                  '   Invalid: ' DELIMITED BY SIZE
                  ROWS-INVALID-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE NRNCHK-REPORT-LINE FROM REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Records flagged: ' DELIMITED BY SIZE
                  ROWS-FLAGGED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE NRNCHK-REPORT-LINE FROM REPORT-LINE.
       3001-CHECK-NATIONAL-NUMBERS-END.
      ******************************************************************
       3100-CHECK-ONE-NUMBER.
           MOVE SQL-NATIONAL-NO TO NRN-INPUT.
           MOVE SQL-BIRTH-DATE TO NRN-HELD-BIRTH-DATE.
           MOVE SQL-GENDER TO NRN-HELD-GENDER.

           CALL 'NrnVal' USING NRN-CHECK-AREA.

           EVALUATE TRUE
               WHEN NRN-VALID
                   GO TO 3100-CHECK-ONE-NUMBER-END
               WHEN NRN-BIRTH-MISMATCH
                   ADD 1 TO ROWS-BIRTH-COUNT
                   MOVE 'BIRTH DATE' TO PROBLEM-LABEL
               WHEN NRN-GENDER-MISMATCH
                   ADD 1 TO ROWS-GENDER-COUNT
                   MOVE 'GENDER' TO PROBLEM-LABEL
               WHEN OTHER
                   ADD 1 TO ROWS-INVALID-COUNT
                   MOVE 'INVALID' TO PROBLEM-LABEL
           END-EVALUATE.

           ADD 1 TO ROWS-FLAGGED-COUNT.

           MOVE SPACES TO REPORT-LINE.
           STRING '  ' DELIMITED BY SIZE
                  PROBLEM-LABEL DELIMITED BY SIZE
                  ' Id: ' DELIMITED BY SIZE
                  SQL-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-FIRST-NAME) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-LAST-NAME) DELIMITED BY SIZE
                  ' No: ' DELIMITED BY SIZE
                  SQL-NATIONAL-NO DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  FUNCTION TRIM(NRN-RESULT-TEXT) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE NRNCHK-REPORT-LINE FROM REPORT-LINE.
       3100-CHECK-ONE-NUMBER-END.
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
