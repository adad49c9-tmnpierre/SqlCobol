       IDENTIFICATION DIVISION.
       PROGRAM-ID. OprCert.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-REPORT-FILE ASSIGN TO CERT-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CERT-REPORT-FILE.
       01  CERT-REPORT-LINE       PIC X(150).

       WORKING-STORAGE SECTION.
      * Quarterly access recertification for the data-protection
      * officer: every operator in the register, active or not, with
      * each program right, who granted it and when, and when it was
      * last used. Rights not used in the last 90 days and rights
      * still held by inactive operators are marked REVIEW, so the
      * sign-off is a decision on each of them rather than a glance
      * at a list. The report ends with the DPO's signature block.
       01  CERT-REPORT-FILENAME   PIC X(40) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  CERT-QUARTER           PIC 9(1) VALUE ZERO.
       01  QUARTER-REMAINDER      PIC 9(1) VALUE ZERO.
       01  REPORT-LINE            PIC X(150) VALUE SPACES.
       01  DASH-LINE              PIC X(78) VALUE ALL '-'.
       01  STATUS-TEXT            PIC X(8) VALUE SPACES.
       01  REVIEW-MARKER          PIC X(6) VALUE SPACES.
       01  DENIED-DISP            PIC ZZZZ9.

       01  OPERATOR-EOF-SWITCH    PIC X VALUE 'N'.
           88  OPERATOR-EOF       VALUE 'Y'.

       01  OPERATORS-LISTED-COUNT PIC 9(6) VALUE ZEROS.
       01  OPERATORS-ACTIVE-COUNT PIC 9(6) VALUE ZEROS.
       01  RIGHTS-LISTED-COUNT    PIC 9(6) VALUE ZEROS.
       01  RIGHTS-REVIEW-COUNT    PIC 9(6) VALUE ZEROS.
       01  OPERATOR-RIGHTS-COUNT  PIC 9(6) VALUE ZEROS.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".

       01  UNUSED-DAYS-HOST       PIC S9(4) COMP-5 VALUE 90.

       01  SQL-OPERATOR-ROW.
           05  OPR-ROW-ID         PIC X(10).
           05  OPR-ROW-NAME       PIC X(60).
           05  OPR-ROW-ACTIVE     PIC X(1).
           05  OPR-ROW-REG-BY     PIC X(10).
           05  OPR-ROW-REG-AT     PIC X(26).
           05  OPR-ROW-DEACT-AT   PIC X(26).
           05  OPR-ROW-DENIED     PIC S9(9) COMP-5.

       01  SQL-RIGHT-ROW.
           05  RGT-PROGRAM-NAME   PIC X(20).
           05  RGT-ACCESS-MODE    PIC X(10).
           05  RGT-GRANTED-BY     PIC X(10).
           05  RGT-GRANTED-AT     PIC X(26).
           05  RGT-LAST-USED      PIC X(26).
           05  RGT-RECENT-FLAG    PIC X(1).

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

           PERFORM 1200-OPEN-REPORT-FILE
               THRU 1200-OPEN-REPORT-FILE-END.

           PERFORM 3001-LIST-OPERATORS
               THRU 3001-LIST-OPERATORS-END.

           PERFORM 3900-WRITE-SIGN-OFF
               THRU 3900-WRITE-SIGN-OFF-END.

           CLOSE CERT-REPORT-FILE.
       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           STOP RUN.
      ******************************************************************
       1200-OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           STRING 'OPRCERT_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO CERT-REPORT-FILENAME.

           DIVIDE WS-CURRENT-MONTH BY 3 GIVING CERT-QUARTER
               REMAINDER QUARTER-REMAINDER.
           IF QUARTER-REMAINDER > 0
               ADD 1 TO CERT-QUARTER
           END-IF.

           OPEN OUTPUT CERT-REPORT-FILE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Operator access recertification - quarter Q'
                      DELIMITED BY SIZE
                  CERT-QUARTER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  '  (prepared ' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE CERT-REPORT-LINE FROM REPORT-LINE.

           MOVE 'REVIEW = not used in the last 90 days, or held by an '
               TO REPORT-LINE.
           WRITE CERT-REPORT-LINE FROM REPORT-LINE.
           MOVE '         inactive operator - confirm or revoke.'
               TO REPORT-LINE.
           WRITE CERT-REPORT-LINE FROM REPORT-LINE.

           MOVE DASH-LINE TO REPORT-LINE.
           WRITE CERT-REPORT-LINE FROM REPORT-LINE.
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

           MOVE 'OprCert' TO ERR-PROGRAM-NAME.
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
      * One block per operator. The denied-attempt count covers the
      * same 90 days as the last-use check: a run of refusals is as
      * much a recertification question as an unused right.
       3001-LIST-OPERATORS.
           EXEC SQL DECLARE OPRC_CUR CURSOR FOR
               SELECT o.operator_id,
                      COALESCE(o.operator_name, ''),
                      COALESCE(o.active_flag, 'N'),
                      COALESCE(o.registered_by, ''),
                      COALESCE(CAST(o.registered_at AS VARCHAR), ''),
                      COALESCE(CAST(o.deactivated_at AS VARCHAR), ''),
                      (SELECT COUNT(*)
                       FROM privileged_action_log p
                       WHERE p.operator_id = o.operator_id
                         AND p.outcome = 'D'
                         AND p.logged_at >
                             CURRENT_TIMESTAMP
                             - :UNUSED-DAYS-HOST * INTERVAL '1 day')
               FROM operator_register o
               ORDER BY o.operator_id
           END-EXEC.

           EXEC SQL OPEN OPRC_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'N' TO OPERATOR-EOF-SWITCH.
           PERFORM WITH TEST BEFORE UNTIL OPERATOR-EOF
               EXEC SQL
                   FETCH OPRC_CUR
                   INTO :OPR-ROW-ID, :OPR-ROW-NAME, :OPR-ROW-ACTIVE,
                        :OPR-ROW-REG-BY, :OPR-ROW-REG-AT,
                        :OPR-ROW-DEACT-AT, :OPR-ROW-DENIED
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO OPERATORS-LISTED-COUNT
                       PERFORM 3100-WRITE-ONE-OPERATOR
                           THRU 3100-WRITE-ONE-OPERATOR-END
                   WHEN +100
                       SET OPERATOR-EOF TO TRUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE OPRC_CUR END-EXEC.

           MOVE DASH-LINE TO REPORT-LINE.
           WRITE CERT-REPORT-LINE FROM REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Operators: ' DELIMITED BY SIZE
                  OPERATORS-LISTED-COUNT DELIMITED BY SIZE
                  '  active: ' DELIMITED BY SIZE
                  OPERATORS-ACTIVE-COUNT DELIMITED BY SIZE
                  '  rights: ' DELIMITED BY SIZE
                  RIGHTS-LISTED-COUNT DELIMITED BY SIZE
                  '  marked REVIEW: ' DELIMITED BY SIZE
                  RIGHTS-REVIEW-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE CERT-REPORT-LINE FROM REPORT-LINE.
       3001-LIST-OPERATORS-END.
      ******************************************************************
       3100-WRITE-ONE-OPERATOR.
           IF OPR-ROW-ACTIVE = 'Y'
               ADD 1 TO OPERATORS-ACTIVE-COUNT
               MOVE 'ACTIVE' TO STATUS-TEXT
           ELSE
               MOVE 'INACTIVE' TO STATUS-TEXT
           END-IF.
           MOVE OPR-ROW-DENIED TO DENIED-DISP.

           MOVE SPACES TO REPORT-LINE.
           WRITE CERT-REPORT-LINE FROM REPORT-LINE.

           STRING OPR-ROW-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  STATUS-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(OPR-ROW-NAME) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE CERT-REPORT-LINE FROM REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING '    registered ' DELIMITED BY SIZE
                  OPR-ROW-REG-AT(1:10) DELIMITED BY SIZE
                  ' by ' DELIMITED BY SIZE
                  FUNCTION TRIM(OPR-ROW-REG-BY) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE CERT-REPORT-LINE FROM REPORT-LINE.

           IF OPR-ROW-DEACT-AT NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING '    deactivated ' DELIMITED BY SIZE
                      OPR-ROW-DEACT-AT(1:10) DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE CERT-REPORT-LINE FROM REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING '    denied attempts, last 90 days: '
                      DELIMITED BY SIZE
                  DENIED-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE CERT-REPORT-LINE FROM REPORT-LINE.

           PERFORM 3200-LIST-OPERATOR-RIGHTS
               THRU 3200-LIST-OPERATOR-RIGHTS-END.
       3100-WRITE-ONE-OPERATOR-END.
      ******************************************************************
       3200-LIST-OPERATOR-RIGHTS.
           MOVE ZEROS TO OPERATOR-RIGHTS-COUNT.

           EXEC SQL DECLARE RGTC_CUR CURSOR FOR
               SELECT r.program_name,
                      COALESCE(r.access_mode, ''),
                      COALESCE(r.granted_by, ''),
                      COALESCE(CAST(r.granted_at AS VARCHAR), ''),
                      COALESCE(CAST(MAX(p.logged_at) AS VARCHAR), ''),
                      CASE WHEN MAX(p.logged_at) >
                                CURRENT_TIMESTAMP
                                - :UNUSED-DAYS-HOST * INTERVAL '1 day'
                           THEN 'Y' ELSE 'N' END
               FROM operator_right r
               LEFT JOIN privileged_action_log p
                 ON p.operator_id = r.operator_id
                AND UPPER(p.program_name) = UPPER(r.program_name)
                AND COALESCE(p.outcome, 'A') = 'A'
               WHERE r.operator_id = TRIM(:OPR-ROW-ID)
               GROUP BY r.program_name, r.access_mode,
                        r.granted_by, r.granted_at
               ORDER BY r.program_name
           END-EXEC.

           EXEC SQL OPEN RGTC_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH RGTC_CUR
                   INTO :RGT-PROGRAM-NAME, :RGT-ACCESS-MODE,
                        :RGT-GRANTED-BY, :RGT-GRANTED-AT,
                        :RGT-LAST-USED, :RGT-RECENT-FLAG
               END-EXEC

               IF SQLCODE = 0 THEN
                   ADD 1 TO OPERATOR-RIGHTS-COUNT
                   PERFORM 3300-WRITE-ONE-RIGHT
                       THRU 3300-WRITE-ONE-RIGHT-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE RGTC_CUR END-EXEC.

           IF OPERATOR-RIGHTS-COUNT = 0
               MOVE '    no program rights held' TO REPORT-LINE
               WRITE CERT-REPORT-LINE FROM REPORT-LINE
           END-IF.
       3200-LIST-OPERATOR-RIGHTS-END.
      ******************************************************************
      * Look-only (READ) rights leave no trace in the register, so
      * only an EXECUTE right can be judged unused; an inactive
      * operator's rights are always put up for review.
       3300-WRITE-ONE-RIGHT.
           ADD 1 TO RIGHTS-LISTED-COUNT.
           MOVE SPACES TO REVIEW-MARKER.

           IF OPR-ROW-ACTIVE NOT = 'Y'
            OR (RGT-ACCESS-MODE = 'EXECUTE'
                AND RGT-RECENT-FLAG NOT = 'Y')
               MOVE 'REVIEW' TO REVIEW-MARKER
               ADD 1 TO RIGHTS-REVIEW-COUNT
           END-IF.

           IF RGT-LAST-USED = SPACES
               MOVE 'never' TO RGT-LAST-USED
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING '    ' DELIMITED BY SIZE
                  REVIEW-MARKER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RGT-PROGRAM-NAME(1:10) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RGT-ACCESS-MODE(1:7) DELIMITED BY SIZE
                  ' granted ' DELIMITED BY SIZE
                  RGT-GRANTED-AT(1:10) DELIMITED BY SIZE
                  ' by ' DELIMITED BY SIZE
                  RGT-GRANTED-BY DELIMITED BY SIZE
                  ' last used ' DELIMITED BY SIZE
                  RGT-LAST-USED(1:10) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE CERT-REPORT-LINE FROM REPORT-LINE.
       3300-WRITE-ONE-RIGHT-END.
      ******************************************************************
       3900-WRITE-SIGN-OFF.
           MOVE SPACES TO REPORT-LINE.
           WRITE CERT-REPORT-LINE FROM REPORT-LINE.

           MOVE 'Recertified by the data-protection officer - rights '
               TO REPORT-LINE.
           WRITE CERT-REPORT-LINE FROM REPORT-LINE.
           MOVE 'marked REVIEW are confirmed or listed for revocation.'
               TO REPORT-LINE.
           WRITE CERT-REPORT-LINE FROM REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE CERT-REPORT-LINE FROM REPORT-LINE.

           MOVE 'Name: ______________________________' TO REPORT-LINE.
           WRITE CERT-REPORT-LINE FROM REPORT-LINE.
           MOVE 'Signature: _________________________' TO REPORT-LINE.
           WRITE CERT-REPORT-LINE FROM REPORT-LINE.
           MOVE 'Date: ______________________________' TO REPORT-LINE.
           WRITE CERT-REPORT-LINE FROM REPORT-LINE.
       3900-WRITE-SIGN-OFF-END.
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
