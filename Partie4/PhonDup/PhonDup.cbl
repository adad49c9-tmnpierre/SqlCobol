       IDENTIFICATION DIVISION.
       PROGRAM-ID. PhonDup.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PHONDUP-REPORT-FILE
               ASSIGN TO PHONDUP-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PHONDUP-REPORT-FILE.
       01  PHONDUP-REPORT-LINE     PIC X(200).

       WORKING-STORAGE SECTION.
      * Two jobs around the phonetic name keys. REKEY builds the keys
      * for databank and archive rows that have none - the rows that
      * predate the columns - and REKEY ALL rebuilds every key after
      * a change to PhonKey's rules. REPORT (the default) sizes the
      * clean-up: it lists the groups of records whose names sound
      * alike but are spelled differently, which exact matching in
      * DupChk and DupMerge never brought together. Nothing is merged
      * here; a group that is one person goes through DupMerge or the
      * desk once the spellings are put right.
       01  PHONDUP-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR     PIC 9(4).
           05  WS-CURRENT-MONTH    PIC 9(2).
           05  WS-CURRENT-DAY      PIC 9(2).

       01  RUN-MODE-PARM           PIC X(100) VALUE SPACES.
       01  RUN-MODE-WORD           PIC X(10) VALUE SPACES.
       01  RUN-SCOPE-WORD          PIC X(10) VALUE SPACES.
       01  RUN-MODE-SWITCH         PIC X VALUE 'R'.
           88  REPORT-MODE         VALUE 'R'.
           88  REKEY-MODE          VALUE 'K'.

       01  ROWS-KEYED-COUNT        PIC 9(6) VALUE ZEROS.
       01  ARCH-KEYED-COUNT        PIC 9(6) VALUE ZEROS.
       01  GROUPS-FOUND-COUNT      PIC 9(6) VALUE ZEROS.
       01  GROUP-ROWS-COUNT        PIC 9(6) VALUE ZEROS.
       01  SURPLUS-ROWS-COUNT      PIC 9(6) VALUE ZEROS.
       01  UNKEYED-ROW-DISP        PIC 9(6) VALUE ZEROS.
       01  PREVIOUS-LAST-KEY       PIC X(12) VALUE SPACES.
       01  PREVIOUS-FIRST-KEY      PIC X(12) VALUE SPACES.
       01  REPORT-LINE             PIC X(200) VALUE SPACES.

       COPY "PhonParm.cpy".

       01  LOCAL-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".

       01  REKEY-ALL-FLAG          PIC X VALUE 'N'.
       01  UNKEYED-ROW-COUNT       PIC S9(9) COMP-5 VALUE ZERO.

       01  SQL-NAME-ROW.
           05  SQL-ID              PIC X(36).
           05  SQL-LAST-NAME       PIC X(50).
           05  SQL-FIRST-NAME      PIC X(50).
           05  SQL-LAST-KEY        PIC X(12).
           05  SQL-FIRST-KEY       PIC X(12).

       01  SQL-GROUP-MEMBER.
           05  MBR-LAST-KEY        PIC X(12).
           05  MBR-FIRST-KEY       PIC X(12).
           05  MBR-ID              PIC X(36).
           05  MBR-LAST-NAME       PIC X(50).
           05  MBR-FIRST-NAME      PIC X(50).
           05  MBR-EMAIL           PIC X(100).
           05  MBR-BIRTH-DATE      PIC X(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LS-RETURN-CODE         PIC 9(4) COMP VALUE ZERO.
       01  LS-JOB-PARM            PIC X(100).

       PROCEDURE DIVISION USING LS-RETURN-CODE LS-JOB-PARM.
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

           PERFORM 1100-GET-RUN-MODE
               THRU 1100-GET-RUN-MODE-END.

           PERFORM 1200-OPEN-REPORT-FILE
               THRU 1200-OPEN-REPORT-FILE-END.

           IF REKEY-MODE
               PERFORM 3001-REKEY-DATABANK
                   THRU 3001-REKEY-DATABANK-END
               PERFORM 3201-REKEY-ARCHIVE
                   THRU 3201-REKEY-ARCHIVE-END
           ELSE
               PERFORM 4001-REPORT-SOUND-ALIKES
                   THRU 4001-REPORT-SOUND-ALIKES-END
           END-IF.

           CLOSE PHONDUP-REPORT-FILE.
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

           UNSTRING RUN-MODE-PARM DELIMITED BY ALL SPACE
               INTO RUN-MODE-WORD RUN-SCOPE-WORD
           END-UNSTRING.

           EVALUATE RUN-MODE-WORD
               WHEN 'REKEY'
                   SET REKEY-MODE TO TRUE
                   IF RUN-SCOPE-WORD = 'ALL'
                       MOVE 'Y' TO REKEY-ALL-FLAG
                       DISPLAY 'Rebuilding every phonetic name key.'
                   ELSE
                       DISPLAY 'Building phonetic name keys for rows '
                               'that have none.'
                   END-IF
               WHEN 'REPORT'
               WHEN SPACES
                   SET REPORT-MODE TO TRUE
               WHEN OTHER
                   DISPLAY 'Usage: PhonDup [REPORT | REKEY [ALL]]'
                   EXEC SQL DISCONNECT ALL END-EXEC
                   MOVE 8 TO LS-RETURN-CODE
                   GOBACK
           END-EVALUATE.
       1100-GET-RUN-MODE-END.
      ******************************************************************
       1200-OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           STRING 'PHONDUP_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO PHONDUP-REPORT-FILENAME.

           OPEN OUTPUT PHONDUP-REPORT-FILE.
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

           MOVE 'PhonDup' TO ERR-PROGRAM-NAME.
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
      * Erased individuals keep 'ERASED' as both names and no keys, so
      * they never match anyone by sound; they are left out here.
       3001-REKEY-DATABANK.
           EXEC SQL DECLARE KEY_CUR CURSOR WITH HOLD FOR
               SELECT id, COALESCE(last_name, ''),
                      COALESCE(first_name, '')
               FROM databank
               WHERE (:REKEY-ALL-FLAG = 'Y'
                      OR last_name_key IS NULL
                      OR first_name_key IS NULL)
                 AND NOT (COALESCE(last_name, '') = 'ERASED'
                          AND COALESCE(first_name, '') = 'ERASED')
               ORDER BY id
           END-EXEC.

           EXEC SQL OPEN KEY_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH KEY_CUR
                   INTO :SQL-ID, :SQL-LAST-NAME, :SQL-FIRST-NAME
               END-EXEC

               IF SQLCODE = 0 THEN
                   PERFORM 3100-BUILD-ROW-KEYS
                       THRU 3100-BUILD-ROW-KEYS-END
                   PERFORM 3150-UPDATE-DATABANK-KEYS
                       THRU 3150-UPDATE-DATABANK-KEYS-END
               END-IF
           END-PERFORM.

           IF SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL CLOSE KEY_CUR END-EXEC.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Databank rows keyed: ' DELIMITED BY SIZE
                  ROWS-KEYED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE PHONDUP-REPORT-LINE FROM REPORT-LINE.
       3001-REKEY-DATABANK-END.
      ******************************************************************
       3100-BUILD-ROW-KEYS.
           MOVE 'L' TO PHON-NAME-TYPE.
           MOVE SQL-LAST-NAME TO PHON-INPUT.
           CALL 'PhonKey' USING PHON-KEY-AREA.
           MOVE PHON-KEY TO SQL-LAST-KEY.

           MOVE 'F' TO PHON-NAME-TYPE.
           MOVE SQL-FIRST-NAME TO PHON-INPUT.
           CALL 'PhonKey' USING PHON-KEY-AREA.
           MOVE PHON-KEY TO SQL-FIRST-KEY.
       3100-BUILD-ROW-KEYS-END.
      ******************************************************************
       3150-UPDATE-DATABANK-KEYS.
           EXEC SQL
               UPDATE databank
               SET last_name_key =
                       CASE WHEN TRIM(:SQL-LAST-KEY) = ''
                            THEN NULL ELSE TRIM(:SQL-LAST-KEY) END,
                   first_name_key =
                       CASE WHEN TRIM(:SQL-FIRST-KEY) = ''
                            THEN NULL ELSE TRIM(:SQL-FIRST-KEY) END
               WHERE id = :SQL-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           ADD 1 TO ROWS-KEYED-COUNT.
       3150-UPDATE-DATABANK-KEYS-END.
      ******************************************************************
      * Archived rows are keyed too, so a row restored by ArchInq comes
      * back with keys the matchers can use.
       3201-REKEY-ARCHIVE.
           EXEC SQL DECLARE ARCH_KEY_CUR CURSOR WITH HOLD FOR
               SELECT id, COALESCE(last_name, ''),
                      COALESCE(first_name, '')
               FROM databank_archive
               WHERE (:REKEY-ALL-FLAG = 'Y'
                      OR last_name_key IS NULL
                      OR first_name_key IS NULL)
                 AND NOT (COALESCE(last_name, '') = 'ERASED'
                          AND COALESCE(first_name, '') = 'ERASED')
               ORDER BY id
           END-EXEC.

           EXEC SQL OPEN ARCH_KEY_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH ARCH_KEY_CUR
                   INTO :SQL-ID, :SQL-LAST-NAME, :SQL-FIRST-NAME
               END-EXEC

               IF SQLCODE = 0 THEN
                   PERFORM 3100-BUILD-ROW-KEYS
                       THRU 3100-BUILD-ROW-KEYS-END
                   PERFORM 3250-UPDATE-ARCHIVE-KEYS
                       THRU 3250-UPDATE-ARCHIVE-KEYS-END
               END-IF
           END-PERFORM.

           IF SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL CLOSE ARCH_KEY_CUR END-EXEC.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Archive rows keyed: ' DELIMITED BY SIZE
                  ARCH-KEYED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE PHONDUP-REPORT-LINE FROM REPORT-LINE.
       3201-REKEY-ARCHIVE-END.
      ******************************************************************
       3250-UPDATE-ARCHIVE-KEYS.
           EXEC SQL
               UPDATE databank_archive
               SET last_name_key =
                       CASE WHEN TRIM(:SQL-LAST-KEY) = ''
                            THEN NULL ELSE TRIM(:SQL-LAST-KEY) END,
                   first_name_key =
                       CASE WHEN TRIM(:SQL-FIRST-KEY) = ''
                            THEN NULL ELSE TRIM(:SQL-FIRST-KEY) END
               WHERE id = :SQL-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           ADD 1 TO ARCH-KEYED-COUNT.
       3250-UPDATE-ARCHIVE-KEYS-END.
      ******************************************************************
      * A probable duplicate group shares both name keys, holds more
      * than one spelling of the names (one spelling is DupChk's
      * business) and does not hold two different birth dates - two
      * known birth dates are two people. Every member is listed so
      * the desk can judge the group; the surplus count is the rows a
      * clean-up would remove if every group proved to be one person.
       4001-REPORT-SOUND-ALIKES.
           DISPLAY 'Looking for sound-alike names exact matching '
                   'missed...'.

           EXEC SQL
               SELECT COUNT(*) INTO :UNKEYED-ROW-COUNT
               FROM databank
               WHERE (last_name_key IS NULL OR first_name_key IS NULL)
                 AND TRIM(COALESCE(last_name, '')) <> ''
                 AND NOT (COALESCE(last_name, '') = 'ERASED'
                          AND COALESCE(first_name, '') = 'ERASED')
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF UNKEYED-ROW-COUNT > 0
               MOVE UNKEYED-ROW-COUNT TO UNKEYED-ROW-DISP
               MOVE SPACES TO REPORT-LINE
               STRING '*** ' DELIMITED BY SIZE
                      UNKEYED-ROW-DISP DELIMITED BY SIZE
                      ' rows have no phonetic keys and are not in '
                          DELIMITED BY SIZE
                      'this report - run PhonDup REKEY first. ***'
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE
               WRITE PHONDUP-REPORT-LINE FROM REPORT-LINE
           END-IF.

           MOVE 'Probable duplicates - names that sound alike:'
               TO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE PHONDUP-REPORT-LINE FROM REPORT-LINE.

           EXEC SQL DECLARE SOUND_CUR CURSOR WITH HOLD FOR
               SELECT d.last_name_key, d.first_name_key, d.id,
                      COALESCE(d.last_name, ''),
                      COALESCE(d.first_name, ''),
                      COALESCE(d.email, ''),
                      COALESCE(TO_CHAR(d.birth_date, 'YYYY-MM-DD'), '')
               FROM databank d
               JOIN (SELECT last_name_key, first_name_key
                     FROM databank
                     WHERE last_name_key IS NOT NULL
                       AND first_name_key IS NOT NULL
                     GROUP BY last_name_key, first_name_key
                     HAVING COUNT(DISTINCT
                                UPPER(TRIM(COALESCE(last_name, '')))
                                || '|' ||
                                UPPER(TRIM(COALESCE(first_name, ''))))
                            > 1
                        AND COUNT(DISTINCT birth_date) <= 1) g
                 ON g.last_name_key = d.last_name_key
                AND g.first_name_key = d.first_name_key
               ORDER BY d.last_name_key, d.first_name_key,
                        d.last_name, d.first_name, d.id
           END-EXEC.

           EXEC SQL OPEN SOUND_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH SOUND_CUR
                   INTO :MBR-LAST-KEY, :MBR-FIRST-KEY, :MBR-ID,
                        :MBR-LAST-NAME, :MBR-FIRST-NAME, :MBR-EMAIL,
                        :MBR-BIRTH-DATE
               END-EXEC

               IF SQLCODE = 0 THEN
                   PERFORM 4100-WRITE-GROUP-MEMBER
                       THRU 4100-WRITE-GROUP-MEMBER-END
               END-IF
           END-PERFORM.

           IF SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL CLOSE SOUND_CUR END-EXEC.

           COMPUTE SURPLUS-ROWS-COUNT =
               GROUP-ROWS-COUNT - GROUPS-FOUND-COUNT.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Sound-alike groups: ' DELIMITED BY SIZE
                  GROUPS-FOUND-COUNT DELIMITED BY SIZE
                  '   Rows in them: ' DELIMITED BY SIZE
                  GROUP-ROWS-COUNT DELIMITED BY SIZE
                  '   Surplus rows if all merged: ' DELIMITED BY SIZE
                  SURPLUS-ROWS-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE PHONDUP-REPORT-LINE FROM REPORT-LINE.
       4001-REPORT-SOUND-ALIKES-END.
      ******************************************************************
       4100-WRITE-GROUP-MEMBER.
           ADD 1 TO GROUP-ROWS-COUNT.

           IF MBR-LAST-KEY NOT = PREVIOUS-LAST-KEY
            OR MBR-FIRST-KEY NOT = PREVIOUS-FIRST-KEY
               ADD 1 TO GROUPS-FOUND-COUNT
               MOVE MBR-LAST-KEY TO PREVIOUS-LAST-KEY
               MOVE MBR-FIRST-KEY TO PREVIOUS-FIRST-KEY
               MOVE SPACES TO REPORT-LINE
               STRING 'Sounds like: ' DELIMITED BY SIZE
                      FUNCTION TRIM(MBR-LAST-KEY) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(MBR-FIRST-KEY) DELIMITED BY SIZE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE
               WRITE PHONDUP-REPORT-LINE FROM REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING '  Id: ' DELIMITED BY SIZE
                  MBR-ID DELIMITED BY SIZE
                  '  Name: ' DELIMITED BY SIZE
                  FUNCTION TRIM(MBR-LAST-NAME) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(MBR-FIRST-NAME) DELIMITED BY SIZE
                  '  Born: ' DELIMITED BY SIZE
                  MBR-BIRTH-DATE DELIMITED BY SIZE
                  '  Email: ' DELIMITED BY SIZE
                  FUNCTION TRIM(MBR-EMAIL) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE PHONDUP-REPORT-LINE FROM REPORT-LINE.
       4100-WRITE-GROUP-MEMBER-END.
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
