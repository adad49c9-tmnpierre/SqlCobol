       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReqChg.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE ASSIGN TO STATEMENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUMMARY-FILE ASSIGN TO SUMMARY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE         PIC X(150).

       FD  SUMMARY-FILE.
       01  SUMMARY-LINE           PIC X(150).

       WORKING-STORAGE SECTION.
      * Chargeback for the request-card service. Every requester id
      * ReqSvc serves belongs to a department in request_requester;
      * the department row in request_department carries the tariff
      * (per lookup, per extract, per extracted row) and the monthly
      * quota ReqSvc holds cards against. STATEMENT writes one
      * statement per department for the month - requests made,
      * rows extracted, failures not charged, amount due - and a
      * summary sheet for finance, which also names the requesters
      * no department claims so they can be assigned. Month is
      * yyyymm as in RetRpt; default is the previous month, the one
      * finance closes. DEPT and MAP change the register and need
      * EXECUTE on ReqChg; LIST shows it with this month's usage.
       01  CMD-LINE-PARM          PIC X(120) VALUE SPACES.
       01  CMD-PTR                PIC 9(3) VALUE 1.
       01  ACTION-PARM            PIC X(10) VALUE SPACES.
       01  MONTH-PARM             PIC X(10) VALUE SPACES.
       01  FEE-PARM-1             PIC X(12) VALUE SPACES.
       01  FEE-PARM-2             PIC X(12) VALUE SPACES.
       01  FEE-PARM-3             PIC X(12) VALUE SPACES.
       01  QUOTA-PARM             PIC X(8) VALUE SPACES.
       01  QUOTA-PARM-LEN         PIC 9(3) VALUE ZEROS.

       01  FEE-CHECK-TEXT         PIC X(12) VALUE SPACES.
       01  FEE-CHECK-LEN          PIC 9(3) VALUE ZEROS.
       01  FEE-CHECK-IDX          PIC 9(3) VALUE ZEROS.
       01  FEE-POINT-COUNT        PIC 9(3) VALUE ZEROS.
       01  FEE-DIGIT-COUNT        PIC 9(3) VALUE ZEROS.
       01  FEE-DECIMALS           PIC 9(3) VALUE ZEROS.
       01  FEE-VALID-FLAG         PIC X VALUE 'Y'.
           88  FEE-VALID          VALUE 'Y'.

       01  STATEMENT-FILENAME     PIC X(40) VALUE SPACES.
       01  SUMMARY-FILENAME       PIC X(40) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).
       01  PREVIOUS-YEAR          PIC 9(4) VALUE ZEROS.
       01  PREVIOUS-MONTH         PIC 9(2) VALUE ZEROS.

       01  REPORT-LINE            PIC X(150) VALUE SPACES.
       01  DASH-LINE              PIC X(96) VALUE ALL '-'.
       01  COUNT-DISP             PIC ZZZZZZ9.
       01  COUNT-DISP-2           PIC ZZZZZZ9.
       01  COUNT-DISP-3           PIC ZZZZZZ9.
       01  COUNT-DISP-4           PIC ZZZZZZ9.
       01  FEE-DISP               PIC ZZZZ9,9999.
       01  AMOUNT-DISP            PIC ZZZ.ZZZ.ZZ9,99.
       01  DEPARTMENTS-COUNT      PIC 9(4) VALUE ZEROS.
       01  UNMAPPED-COUNT         PIC 9(4) VALUE ZEROS.
       01  TOTAL-REQUESTS         PIC 9(8) VALUE ZEROS.
       01  TOTAL-ROWS             PIC 9(10) VALUE ZEROS.
       01  TOTAL-FAILURES         PIC 9(8) VALUE ZEROS.
       01  TOTAL-AMOUNT           PIC S9(11)V99 VALUE ZERO.
       01  TOTAL-AMOUNT-DISP      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  TOTAL-COUNT-DISP       PIC ZZZZZZZZZ9.

       01  DEPT-EOF-SWITCH        PIC X VALUE 'N'.
           88  DEPT-EOF           VALUE 'Y'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "PrivLog.cpy".
       COPY "OprVar.cpy".

       01  TARGET-MONTH           PIC X(6) VALUE SPACES.
       01  DPT-CODE               PIC X(10) VALUE SPACES.
       01  DPT-NAME               PIC X(40) VALUE SPACES.
       01  DPT-LOOKUP-FEE-TEXT    PIC X(12) VALUE SPACES.
       01  DPT-EXTRACT-FEE-TEXT   PIC X(12) VALUE SPACES.
       01  DPT-ROW-FEE-TEXT       PIC X(12) VALUE SPACES.
       01  DPT-QUOTA              PIC S9(9) COMP-5 VALUE ZERO.
       01  DPT-EXISTS-COUNT       PIC S9(9) COMP-5 VALUE ZERO.
       01  MAP-REQUESTER-ID       PIC X(10) VALUE SPACES.
       01  MAP-OLD-DEPARTMENT     PIC X(10) VALUE SPACES.

       01  SQL-CHARGE-ROW.
           05  CHG-DEPARTMENT     PIC X(10).
           05  CHG-DEPT-NAME      PIC X(40).
           05  CHG-ASSIGNED-FLAG  PIC X(1).
           05  CHG-LOOKUP-FEE     PIC S9(5)V9(4) COMP-3.
           05  CHG-EXTRACT-FEE    PIC S9(5)V9(4) COMP-3.
           05  CHG-ROW-FEE        PIC S9(5)V9(4) COMP-3.
           05  CHG-QUOTA          PIC S9(9) COMP-5.
           05  CHG-REQUESTS       PIC S9(9) COMP-5.
           05  CHG-LOOKUPS        PIC S9(9) COMP-5.
           05  CHG-EXTRACTS       PIC S9(9) COMP-5.
           05  CHG-ROWS           PIC S9(9) COMP-5.
           05  CHG-FAILURES       PIC S9(9) COMP-5.
           05  CHG-HELD           PIC S9(9) COMP-5.
           05  CHG-REFUSED        PIC S9(9) COMP-5.
           05  CHG-LOOKUP-AMOUNT  PIC S9(9)V99 COMP-3.
           05  CHG-EXTRACT-AMOUNT PIC S9(9)V99 COMP-3.
           05  CHG-ROW-AMOUNT     PIC S9(9)V99 COMP-3.
           05  CHG-TOTAL-AMOUNT   PIC S9(9)V99 COMP-3.

       01  SQL-REQUESTER-ROW.
           05  RQR-REQUESTER-ID   PIC X(10).
           05  RQR-DEPARTMENT     PIC X(10).
           05  RQR-REQUESTS       PIC S9(9) COMP-5.

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

           EVALUATE ACTION-PARM
               WHEN 'DEPT'
                   PERFORM 1040-CHECK-OPERATOR-RIGHT
                       THRU 1040-CHECK-OPERATOR-RIGHT-END
                   PERFORM 4000-SET-DEPARTMENT
                       THRU 4000-SET-DEPARTMENT-END
               WHEN 'MAP'
                   PERFORM 1040-CHECK-OPERATOR-RIGHT
                       THRU 1040-CHECK-OPERATOR-RIGHT-END
                   PERFORM 4100-MAP-REQUESTER
                       THRU 4100-MAP-REQUESTER-END
               WHEN 'LIST'
                   PERFORM 5000-LIST-REGISTER
                       THRU 5000-LIST-REGISTER-END
               WHEN OTHER
                   PERFORM 3000-WRITE-STATEMENTS
                       THRU 3000-WRITE-STATEMENTS-END
           END-EVALUATE.

       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           STOP RUN.
      ******************************************************************
       1100-GET-PARMS.
           ACCEPT CMD-LINE-PARM FROM COMMAND-LINE.

           MOVE 1 TO CMD-PTR.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO ACTION-PARM
               POINTER CMD-PTR
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ACTION-PARM) TO ACTION-PARM.

           EVALUATE ACTION-PARM
               WHEN SPACES
               WHEN 'STATEMENT'
                   MOVE 'STATEMENT' TO ACTION-PARM
                   PERFORM 1120-GET-MONTH
                       THRU 1120-GET-MONTH-END
                   GO TO 1100-GET-PARMS-END
               WHEN 'LIST'
                   GO TO 1100-GET-PARMS-END
               WHEN 'DEPT'
               WHEN 'MAP'
                   CONTINUE
               WHEN OTHER
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
           END-EVALUATE.

           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO PRV-OPERATOR-ID
               POINTER CMD-PTR
           END-UNSTRING.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO PRV-TICKET-REF
               POINTER CMD-PTR
           END-UNSTRING.

           IF PRV-OPERATOR-ID = SPACES OR PRV-TICKET-REF = SPACES
               DISPLAY 'An operator id and a ticket/case reference '
                       'are required before this utility acts.'
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           IF ACTION-PARM = 'MAP'
               UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
                   INTO MAP-REQUESTER-ID DPT-CODE
                   POINTER CMD-PTR
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(DPT-CODE) TO DPT-CODE
               IF MAP-REQUESTER-ID = SPACES OR DPT-CODE = SPACES
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
               END-IF
               GO TO 1100-GET-PARMS-END
           END-IF.

           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO DPT-CODE FEE-PARM-1 FEE-PARM-2 FEE-PARM-3
                    QUOTA-PARM
               POINTER CMD-PTR
           END-UNSTRING.
           IF CMD-PTR <= FUNCTION LENGTH(CMD-LINE-PARM)
               MOVE CMD-LINE-PARM(CMD-PTR:) TO DPT-NAME
           END-IF.
           MOVE FUNCTION UPPER-CASE(DPT-CODE) TO DPT-CODE.

           IF DPT-CODE = SPACES OR DPT-NAME = SPACES
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           MOVE FEE-PARM-1 TO FEE-CHECK-TEXT.
           PERFORM 1170-CHECK-FEE
               THRU 1170-CHECK-FEE-END.
           MOVE FEE-CHECK-TEXT TO DPT-LOOKUP-FEE-TEXT.
           MOVE FEE-PARM-2 TO FEE-CHECK-TEXT.
           PERFORM 1170-CHECK-FEE
               THRU 1170-CHECK-FEE-END.
           MOVE FEE-CHECK-TEXT TO DPT-EXTRACT-FEE-TEXT.
           MOVE FEE-PARM-3 TO FEE-CHECK-TEXT.
           PERFORM 1170-CHECK-FEE
               THRU 1170-CHECK-FEE-END.
           MOVE FEE-CHECK-TEXT TO DPT-ROW-FEE-TEXT.

           MOVE ZERO TO DPT-QUOTA.
           IF QUOTA-PARM = SPACES
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(QUOTA-PARM))
               TO QUOTA-PARM-LEN.
           IF QUOTA-PARM-LEN > 7
            OR QUOTA-PARM(1:QUOTA-PARM-LEN) IS NOT NUMERIC
               DISPLAY 'Quota must be a whole number of requests '
                       '(0 = no quota): ' QUOTA-PARM
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.
           MOVE FUNCTION NUMVAL(QUOTA-PARM) TO DPT-QUOTA.
       1100-GET-PARMS-END.
      ******************************************************************
      * A month given as yyyymm is taken as it is; none means the
      * month before the current one.
       1120-GET-MONTH.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO MONTH-PARM
               POINTER CMD-PTR
           END-UNSTRING.

           IF MONTH-PARM NOT = SPACES
               IF MONTH-PARM(1:6) IS NOT NUMERIC
                OR MONTH-PARM(7:) NOT = SPACES
                OR MONTH-PARM(5:2) < '01' OR MONTH-PARM(5:2) > '12'
                   DISPLAY 'Month must be yyyymm: ' MONTH-PARM
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
               END-IF
               MOVE MONTH-PARM(1:6) TO TARGET-MONTH
               GO TO 1120-GET-MONTH-END
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           IF WS-CURRENT-MONTH = 1
               COMPUTE PREVIOUS-YEAR = WS-CURRENT-YEAR - 1
               MOVE 12 TO PREVIOUS-MONTH
           ELSE
               MOVE WS-CURRENT-YEAR TO PREVIOUS-YEAR
               COMPUTE PREVIOUS-MONTH = WS-CURRENT-MONTH - 1
           END-IF.
           STRING PREVIOUS-YEAR DELIMITED BY SIZE
                  PREVIOUS-MONTH DELIMITED BY SIZE
                  INTO TARGET-MONTH.
       1120-GET-MONTH-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: ReqChg [STATEMENT [yyyymm]]'.
           DISPLAY '       ReqChg LIST'.
           DISPLAY '       ReqChg DEPT <operator-id> <ticket-ref> '
                   '<department> <lookup-fee> <extract-fee> '
                   '<row-fee> <monthly-quota> <name>'.
           DISPLAY '       ReqChg MAP <operator-id> <ticket-ref> '
                   '<requester-id> <department>'.
           DISPLAY 'Fees are amounts like 2.50 or 0.0125 (at most '
                   'four decimals); quota 0 means no quota.'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       1150-SHOW-USAGE-END.
      ******************************************************************
      * A fee is digits with at most one decimal separator (point or
      * comma, both are seen on the desks) and four decimals; it is
      * handed to the database with a point.
       1170-CHECK-FEE.
           MOVE 'Y' TO FEE-VALID-FLAG.
           MOVE ZEROS TO FEE-POINT-COUNT.
           MOVE ZEROS TO FEE-DIGIT-COUNT.
           MOVE ZEROS TO FEE-DECIMALS.

           IF FEE-CHECK-TEXT = SPACES
               MOVE 'N' TO FEE-VALID-FLAG
           ELSE
               INSPECT FEE-CHECK-TEXT REPLACING ALL ',' BY '.'
               MOVE FUNCTION LENGTH(FUNCTION TRIM(FEE-CHECK-TEXT))
                   TO FEE-CHECK-LEN
               PERFORM VARYING FEE-CHECK-IDX FROM 1 BY 1
                       UNTIL FEE-CHECK-IDX > FEE-CHECK-LEN
                   EVALUATE TRUE
                       WHEN FEE-CHECK-TEXT(FEE-CHECK-IDX:1) = '.'
                           ADD 1 TO FEE-POINT-COUNT
                       WHEN FEE-CHECK-TEXT(FEE-CHECK-IDX:1)
                            IS NUMERIC
                           ADD 1 TO FEE-DIGIT-COUNT
                           IF FEE-POINT-COUNT > 0
                               ADD 1 TO FEE-DECIMALS
                           END-IF
                       WHEN OTHER
                           MOVE 'N' TO FEE-VALID-FLAG
                   END-EVALUATE
               END-PERFORM
           END-IF.

           IF FEE-POINT-COUNT > 1 OR FEE-DIGIT-COUNT = 0
            OR FEE-DECIMALS > 4
            OR FEE-DIGIT-COUNT - FEE-DECIMALS > 5
               MOVE 'N' TO FEE-VALID-FLAG
           END-IF.

           IF NOT FEE-VALID
               DISPLAY 'Fee is not an amount: ' FEE-CHECK-TEXT
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.
       1170-CHECK-FEE-END.
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

           MOVE 'ReqChg' TO ERR-PROGRAM-NAME.
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
      * Requests count in the month they were answered (a card still
      * held counts in the month it arrived). Only answered LOOKUP
      * and EXTRACT requests are charged: a request that found
      * nothing or could not be read is a failure and costs nothing,
      * and neither does a card held over quota or refused. The
      * department is the one stamped on the request; requests from
      * before the register existed fall back to the requester's
      * current department. Dossier's access requests share the log
      * but are not a departmental service.
       3000-WRITE-STATEMENTS.
           DISPLAY 'Request-card chargeback for month ' TARGET-MONTH
                   '.'.

           STRING 'REQCHG_SUMMARY_' DELIMITED BY SIZE
                  TARGET-MONTH DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO SUMMARY-FILENAME.
           OPEN OUTPUT SUMMARY-FILE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Request-card service chargeback - summary for '
                      DELIMITED BY SIZE
                  'finance - month ' DELIMITED BY SIZE
                  TARGET-MONTH DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE SUMMARY-LINE FROM REPORT-LINE.
           MOVE DASH-LINE TO REPORT-LINE.
           WRITE SUMMARY-LINE FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Department  Name                      '
                      DELIMITED BY SIZE
                  ' Requests    Rows  Failed    Held' DELIMITED BY SIZE
                  '      Amount due' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE SUMMARY-LINE FROM REPORT-LINE.
           MOVE DASH-LINE TO REPORT-LINE.
           WRITE SUMMARY-LINE FROM REPORT-LINE.

           EXEC SQL DECLARE CHG_CUR CURSOR FOR
               SELECT COALESCE(d.department_code, 'UNASSIGNED'),
                      COALESCE(d.department_name,
                               '(no department)'),
                      CASE WHEN d.department_code IS NULL
                           THEN 'N' ELSE 'Y' END,
                      COALESCE(d.lookup_fee, 0),
                      COALESCE(d.extract_fee, 0),
                      COALESCE(d.row_fee, 0),
                      COALESCE(d.monthly_quota, 0),
                      COUNT(*),
                      COUNT(*) FILTER (WHERE l.status = 'OK'
                          AND l.request_type = 'LOOKUP'),
                      COUNT(*) FILTER (WHERE l.status = 'OK'
                          AND l.request_type = 'EXTRACT'),
                      COALESCE(SUM(l.row_count) FILTER
                          (WHERE l.status = 'OK'
                             AND l.request_type = 'EXTRACT'), 0),
                      COUNT(*) FILTER (WHERE l.status IN
                          ('NOTFND', 'BADREQ', 'NOUNIT')),
                      COUNT(*) FILTER (WHERE l.status IN
                          ('HELD', 'APPROVED')),
                      COUNT(*) FILTER (WHERE l.status = 'REFUSED'),
                      ROUND(COALESCE(d.lookup_fee, 0)
                          * COUNT(*) FILTER (WHERE l.status = 'OK'
                              AND l.request_type = 'LOOKUP'), 2),
                      ROUND(COALESCE(d.extract_fee, 0)
                          * COUNT(*) FILTER (WHERE l.status = 'OK'
                              AND l.request_type = 'EXTRACT'), 2),
                      ROUND(COALESCE(d.row_fee, 0)
                          * COALESCE(SUM(l.row_count) FILTER
                              (WHERE l.status = 'OK'
                                 AND l.request_type = 'EXTRACT'),
                              0), 2),
                      ROUND(COALESCE(d.lookup_fee, 0)
                          * COUNT(*) FILTER (WHERE l.status = 'OK'
                              AND l.request_type = 'LOOKUP'), 2)
                    + ROUND(COALESCE(d.extract_fee, 0)
                          * COUNT(*) FILTER (WHERE l.status = 'OK'
                              AND l.request_type = 'EXTRACT'), 2)
                    + ROUND(COALESCE(d.row_fee, 0)
                          * COALESCE(SUM(l.row_count) FILTER
                              (WHERE l.status = 'OK'
                                 AND l.request_type = 'EXTRACT'),
                              0), 2)
               FROM request_log l
               LEFT JOIN request_requester r
                 ON r.requester_id = l.requester_id
               LEFT JOIN request_department d
                 ON d.department_code =
                    COALESCE(l.department_code, r.department_code)
               WHERE l.request_type <> 'ACCESS'
                 AND TO_CHAR(COALESCE(l.completed_at, l.requested_at),
                             'YYYYMM') = :TARGET-MONTH
               GROUP BY d.department_code, d.department_name,
                        d.lookup_fee, d.extract_fee, d.row_fee,
                        d.monthly_quota
               ORDER BY CASE WHEN d.department_code IS NULL
                             THEN 1 ELSE 0 END,
                        d.department_code
           END-EXEC.

           EXEC SQL OPEN CHG_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'N' TO DEPT-EOF-SWITCH.
           PERFORM WITH TEST BEFORE UNTIL DEPT-EOF
               EXEC SQL
                   FETCH CHG_CUR
                   INTO :CHG-DEPARTMENT, :CHG-DEPT-NAME,
                        :CHG-ASSIGNED-FLAG, :CHG-LOOKUP-FEE,
                        :CHG-EXTRACT-FEE, :CHG-ROW-FEE, :CHG-QUOTA,
                        :CHG-REQUESTS, :CHG-LOOKUPS, :CHG-EXTRACTS,
                        :CHG-ROWS, :CHG-FAILURES, :CHG-HELD,
                        :CHG-REFUSED, :CHG-LOOKUP-AMOUNT,
                        :CHG-EXTRACT-AMOUNT, :CHG-ROW-AMOUNT,
                        :CHG-TOTAL-AMOUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 3100-SUMMARY-LINE
                           THRU 3100-SUMMARY-LINE-END
                       IF CHG-ASSIGNED-FLAG = 'Y'
                           PERFORM 3200-DEPARTMENT-STATEMENT
                               THRU 3200-DEPARTMENT-STATEMENT-END
                       END-IF
                   WHEN +100
                       SET DEPT-EOF TO TRUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CHG_CUR END-EXEC.

           MOVE DASH-LINE TO REPORT-LINE.
           WRITE SUMMARY-LINE FROM REPORT-LINE.
           MOVE TOTAL-REQUESTS TO TOTAL-COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Requests made            ' DELIMITED BY SIZE
                  TOTAL-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE SUMMARY-LINE FROM REPORT-LINE.
           MOVE TOTAL-ROWS TO TOTAL-COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Rows extracted           ' DELIMITED BY SIZE
                  TOTAL-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE SUMMARY-LINE FROM REPORT-LINE.
           MOVE TOTAL-FAILURES TO TOTAL-COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Failures, not charged    ' DELIMITED BY SIZE
                  TOTAL-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE SUMMARY-LINE FROM REPORT-LINE.
           MOVE TOTAL-AMOUNT TO TOTAL-AMOUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Total to charge back     ' DELIMITED BY SIZE
                  TOTAL-AMOUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE SUMMARY-LINE FROM REPORT-LINE.
           DISPLAY 'Total to charge back: '
                   FUNCTION TRIM(TOTAL-AMOUNT-DISP).

           PERFORM 3300-LIST-UNMAPPED
               THRU 3300-LIST-UNMAPPED-END.

           CLOSE SUMMARY-FILE.

           DISPLAY 'Department statements: ' DEPARTMENTS-COUNT
                   ', summary written to '
                   FUNCTION TRIM(SUMMARY-FILENAME).

           IF UNMAPPED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-WRITE-STATEMENTS-END.
      ******************************************************************
       3100-SUMMARY-LINE.
           COMPUTE TOTAL-REQUESTS = TOTAL-REQUESTS + CHG-REQUESTS.
           COMPUTE TOTAL-ROWS = TOTAL-ROWS + CHG-ROWS.
           COMPUTE TOTAL-FAILURES = TOTAL-FAILURES + CHG-FAILURES.
           COMPUTE TOTAL-AMOUNT = TOTAL-AMOUNT + CHG-TOTAL-AMOUNT.

           MOVE CHG-REQUESTS TO COUNT-DISP.
           MOVE CHG-ROWS TO COUNT-DISP-2.
           MOVE CHG-FAILURES TO COUNT-DISP-3.
           COMPUTE COUNT-DISP-4 = CHG-HELD + CHG-REFUSED.
           MOVE CHG-TOTAL-AMOUNT TO AMOUNT-DISP.

           MOVE SPACES TO REPORT-LINE.
           STRING CHG-DEPARTMENT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CHG-DEPT-NAME(1:26) DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  COUNT-DISP-2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  COUNT-DISP-3 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  COUNT-DISP-4 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AMOUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           IF CHG-ASSIGNED-FLAG = 'N'
               MOVE '  not billed' TO REPORT-LINE(98:)
           END-IF.
           WRITE SUMMARY-LINE FROM REPORT-LINE.
       3100-SUMMARY-LINE-END.
      ******************************************************************
      * One statement file per department, for its own records and
      * for finance to attach to the internal invoice.
       3200-DEPARTMENT-STATEMENT.
           ADD 1 TO DEPARTMENTS-COUNT.

           MOVE SPACES TO STATEMENT-FILENAME.
           STRING 'REQCHG_' DELIMITED BY SIZE
                  FUNCTION TRIM(CHG-DEPARTMENT) DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  TARGET-MONTH DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO STATEMENT-FILENAME.
           OPEN OUTPUT STATEMENT-FILE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Request-card service statement - month '
                      DELIMITED BY SIZE
                  TARGET-MONTH DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE STATEMENT-LINE FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Department: ' DELIMITED BY SIZE
                  FUNCTION TRIM(CHG-DEPARTMENT) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  FUNCTION TRIM(CHG-DEPT-NAME) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE STATEMENT-LINE FROM REPORT-LINE.
           MOVE DASH-LINE TO REPORT-LINE.
           WRITE STATEMENT-LINE FROM REPORT-LINE.

           MOVE CHG-REQUESTS TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Requests made                 ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE STATEMENT-LINE FROM REPORT-LINE.

           MOVE CHG-LOOKUPS TO COUNT-DISP.
           MOVE CHG-LOOKUP-FEE TO FEE-DISP.
           MOVE CHG-LOOKUP-AMOUNT TO AMOUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING '  Lookups answered            ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  ' x ' DELIMITED BY SIZE
                  FEE-DISP DELIMITED BY SIZE
                  '  = ' DELIMITED BY SIZE
                  AMOUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE STATEMENT-LINE FROM REPORT-LINE.

           MOVE CHG-EXTRACTS TO COUNT-DISP.
           MOVE CHG-EXTRACT-FEE TO FEE-DISP.
           MOVE CHG-EXTRACT-AMOUNT TO AMOUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING '  Extracts answered           ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  ' x ' DELIMITED BY SIZE
                  FEE-DISP DELIMITED BY SIZE
                  '  = ' DELIMITED BY SIZE
                  AMOUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE STATEMENT-LINE FROM REPORT-LINE.

           MOVE CHG-ROWS TO COUNT-DISP.
           MOVE CHG-ROW-FEE TO FEE-DISP.
           MOVE CHG-ROW-AMOUNT TO AMOUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING '  Rows extracted              ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  ' x ' DELIMITED BY SIZE
                  FEE-DISP DELIMITED BY SIZE
                  '  = ' DELIMITED BY SIZE
                  AMOUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE STATEMENT-LINE FROM REPORT-LINE.

           MOVE CHG-FAILURES TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING '  Failures, not charged       ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE STATEMENT-LINE FROM REPORT-LINE.

           IF CHG-HELD > 0 OR CHG-REFUSED > 0
               MOVE CHG-HELD TO COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING '  Held over quota, not charged'
                          DELIMITED BY SIZE
                      COUNT-DISP DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE STATEMENT-LINE FROM REPORT-LINE
               MOVE CHG-REFUSED TO COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING '  Refused over quota          ' DELIMITED BY SIZE
                      COUNT-DISP DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE STATEMENT-LINE FROM REPORT-LINE
           END-IF.

           MOVE DASH-LINE TO REPORT-LINE.
           WRITE STATEMENT-LINE FROM REPORT-LINE.
           MOVE CHG-TOTAL-AMOUNT TO AMOUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Amount due                    ' DELIMITED BY SIZE
                  '                      ' DELIMITED BY SIZE
                  AMOUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE STATEMENT-LINE FROM REPORT-LINE.

           IF CHG-QUOTA > 0
               MOVE CHG-QUOTA TO COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING 'Monthly quota (requests)      ' DELIMITED BY SIZE
                      COUNT-DISP DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE STATEMENT-LINE FROM REPORT-LINE
           END-IF.

           CLOSE STATEMENT-FILE.
       3200-DEPARTMENT-STATEMENT-END.
      ******************************************************************
      * Requesters the register does not know were served but could
      * not be billed; finance needs their names to get them mapped.
       3300-LIST-UNMAPPED.
           EXEC SQL DECLARE UNM_CUR CURSOR FOR
               SELECT l.requester_id, '', COUNT(*)
               FROM request_log l
               LEFT JOIN request_requester r
                 ON r.requester_id = l.requester_id
               WHERE l.request_type <> 'ACCESS'
                 AND l.department_code IS NULL
                 AND r.requester_id IS NULL
                 AND TO_CHAR(COALESCE(l.completed_at, l.requested_at),
                             'YYYYMM') = :TARGET-MONTH
               GROUP BY l.requester_id
               ORDER BY l.requester_id
           END-EXEC.

           EXEC SQL OPEN UNM_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'N' TO DEPT-EOF-SWITCH.
           PERFORM WITH TEST BEFORE UNTIL DEPT-EOF
               EXEC SQL
                   FETCH UNM_CUR
                   INTO :RQR-REQUESTER-ID, :RQR-DEPARTMENT,
                        :RQR-REQUESTS
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       IF UNMAPPED-COUNT = 0
                           MOVE SPACES TO REPORT-LINE
                           WRITE SUMMARY-LINE FROM REPORT-LINE
                           MOVE 'Requesters with no department (not '
                             TO REPORT-LINE
                           MOVE 'billed - map them with ReqChg MAP):'
                             TO REPORT-LINE(36:)
                           WRITE SUMMARY-LINE FROM REPORT-LINE
                       END-IF
                       ADD 1 TO UNMAPPED-COUNT
                       MOVE RQR-REQUESTS TO COUNT-DISP
                       MOVE SPACES TO REPORT-LINE
                       STRING '  ' DELIMITED BY SIZE
                              RQR-REQUESTER-ID DELIMITED BY SIZE
                              COUNT-DISP DELIMITED BY SIZE
                              ' request(s)' DELIMITED BY SIZE
                              INTO REPORT-LINE
                       WRITE SUMMARY-LINE FROM REPORT-LINE
                   WHEN +100
                       SET DEPT-EOF TO TRUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE UNM_CUR END-EXEC.
       3300-LIST-UNMAPPED-END.
      ******************************************************************
      * A department is added or its tariff and quota replaced; the
      * new tariff applies to every statement written afterwards,
      * including a rerun for an earlier month.
       4000-SET-DEPARTMENT.
           EXEC SQL
               INSERT INTO request_department
                   (department_code, department_name, lookup_fee,
                    extract_fee, row_fee, monthly_quota, updated_at)
               VALUES
                   (TRIM(:DPT-CODE), TRIM(:DPT-NAME),
                    CAST(TRIM(:DPT-LOOKUP-FEE-TEXT) AS NUMERIC),
                    CAST(TRIM(:DPT-EXTRACT-FEE-TEXT) AS NUMERIC),
                    CAST(TRIM(:DPT-ROW-FEE-TEXT) AS NUMERIC),
                    :DPT-QUOTA, CURRENT_TIMESTAMP)
               ON CONFLICT (department_code) DO UPDATE
                   SET department_name = EXCLUDED.department_name,
                       lookup_fee = EXCLUDED.lookup_fee,
                       extract_fee = EXCLUDED.extract_fee,
                       row_fee = EXCLUDED.row_fee,
                       monthly_quota = EXCLUDED.monthly_quota,
                       updated_at = EXCLUDED.updated_at
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO PRV-ACTION-DESC.
           STRING 'TARIFF ' DELIMITED BY SIZE
                  FUNCTION TRIM(DPT-LOOKUP-FEE-TEXT) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(DPT-EXTRACT-FEE-TEXT) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(DPT-ROW-FEE-TEXT) DELIMITED BY SIZE
                  ' QUOTA ' DELIMITED BY SIZE
                  FUNCTION TRIM(QUOTA-PARM) DELIMITED BY SIZE
                  INTO PRV-ACTION-DESC.
           MOVE DPT-CODE TO PRV-KEY-VALUE.
           MOVE 1 TO PRV-ROW-COUNT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           DISPLAY 'Department ' FUNCTION TRIM(DPT-CODE)
                   ' recorded: lookup '
                   FUNCTION TRIM(DPT-LOOKUP-FEE-TEXT)
                   ', extract ' FUNCTION TRIM(DPT-EXTRACT-FEE-TEXT)
                   ', per row ' FUNCTION TRIM(DPT-ROW-FEE-TEXT)
                   ', quota ' FUNCTION TRIM(QUOTA-PARM) '.'.
       4000-SET-DEPARTMENT-END.
      ******************************************************************
      * A requester belongs to one department; mapping it again moves
      * it, for requests from then on.
       4100-MAP-REQUESTER.
           EXEC SQL
               SELECT COUNT(*) INTO :DPT-EXISTS-COUNT
               FROM request_department
               WHERE department_code = TRIM(:DPT-CODE)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF DPT-EXISTS-COUNT = 0
               DISPLAY 'No department ' FUNCTION TRIM(DPT-CODE)
                       ' - add it with ReqChg DEPT first.'
               MOVE 4 TO RETURN-CODE
               GO TO 4100-MAP-REQUESTER-END
           END-IF.

           MOVE SPACES TO MAP-OLD-DEPARTMENT.
           EXEC SQL
               SELECT department_code INTO :MAP-OLD-DEPARTMENT
               FROM request_requester
               WHERE requester_id = TRIM(:MAP-REQUESTER-ID)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO request_requester
                   (requester_id, department_code, mapped_at)
               VALUES
                   (TRIM(:MAP-REQUESTER-ID), TRIM(:DPT-CODE),
                    CURRENT_TIMESTAMP)
               ON CONFLICT (requester_id) DO UPDATE
                   SET department_code = EXCLUDED.department_code,
                       mapped_at = EXCLUDED.mapped_at
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO PRV-ACTION-DESC.
           IF MAP-OLD-DEPARTMENT = SPACES
               STRING 'MAP REQUESTER TO ' DELIMITED BY SIZE
                      FUNCTION TRIM(DPT-CODE) DELIMITED BY SIZE
                      INTO PRV-ACTION-DESC
           ELSE
               STRING 'MAP REQUESTER TO ' DELIMITED BY SIZE
                      FUNCTION TRIM(DPT-CODE) DELIMITED BY SIZE
                      ' (WAS ' DELIMITED BY SIZE
                      FUNCTION TRIM(MAP-OLD-DEPARTMENT)
                          DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                      INTO PRV-ACTION-DESC
           END-IF.
           MOVE MAP-REQUESTER-ID TO PRV-KEY-VALUE.
           MOVE 1 TO PRV-ROW-COUNT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           DISPLAY 'Requester ' FUNCTION TRIM(MAP-REQUESTER-ID)
                   ' now belongs to department '
                   FUNCTION TRIM(DPT-CODE) '.'.
       4100-MAP-REQUESTER-END.
      ******************************************************************
       5000-LIST-REGISTER.
           EXEC SQL DECLARE DPT_CUR CURSOR FOR
               SELECT d.department_code, d.department_name,
                      'Y', d.lookup_fee, d.extract_fee, d.row_fee,
                      d.monthly_quota,
                      (SELECT COUNT(*) FROM request_log l
                        WHERE l.department_code = d.department_code
                          AND l.status = 'OK'
                          AND l.completed_at >=
                              DATE_TRUNC('month', CURRENT_DATE))
               FROM request_department d
               ORDER BY d.department_code
           END-EXEC.

           EXEC SQL OPEN DPT_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           DISPLAY 'Department  Name                        '
                   '    Lookup   Extract   Per row  Quota   Used'.
           MOVE 'N' TO DEPT-EOF-SWITCH.
           PERFORM WITH TEST BEFORE UNTIL DEPT-EOF
               EXEC SQL
                   FETCH DPT_CUR
                   INTO :CHG-DEPARTMENT, :CHG-DEPT-NAME,
                        :CHG-ASSIGNED-FLAG, :CHG-LOOKUP-FEE,
                        :CHG-EXTRACT-FEE, :CHG-ROW-FEE, :CHG-QUOTA,
                        :CHG-REQUESTS
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       MOVE CHG-QUOTA TO COUNT-DISP
                       MOVE CHG-REQUESTS TO COUNT-DISP-2
                       MOVE SPACES TO REPORT-LINE
                       STRING CHG-DEPARTMENT DELIMITED BY SIZE
                              '  ' DELIMITED BY SIZE
                              CHG-DEPT-NAME(1:28) DELIMITED BY SIZE
                              INTO REPORT-LINE
                       MOVE CHG-LOOKUP-FEE TO FEE-DISP
                       MOVE FEE-DISP TO REPORT-LINE(41:10)
                       MOVE CHG-EXTRACT-FEE TO FEE-DISP
                       MOVE FEE-DISP TO REPORT-LINE(51:10)
                       MOVE CHG-ROW-FEE TO FEE-DISP
                       MOVE FEE-DISP TO REPORT-LINE(61:10)
                       MOVE COUNT-DISP TO REPORT-LINE(71:7)
                       MOVE COUNT-DISP-2 TO REPORT-LINE(78:7)
                       DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
                   WHEN +100
                       SET DEPT-EOF TO TRUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE DPT_CUR END-EXEC.

           EXEC SQL DECLARE RQR_CUR CURSOR FOR
               SELECT r.requester_id, r.department_code,
                      (SELECT COUNT(*) FROM request_log l
                        WHERE l.requester_id = r.requester_id
                          AND l.completed_at >=
                              DATE_TRUNC('month', CURRENT_DATE))
               FROM request_requester r
               ORDER BY r.department_code, r.requester_id
           END-EXEC.

           EXEC SQL OPEN RQR_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Requester   Department  Requests this month'.
           MOVE 'N' TO DEPT-EOF-SWITCH.
           PERFORM WITH TEST BEFORE UNTIL DEPT-EOF
               EXEC SQL
                   FETCH RQR_CUR
                   INTO :RQR-REQUESTER-ID, :RQR-DEPARTMENT,
                        :RQR-REQUESTS
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       MOVE RQR-REQUESTS TO COUNT-DISP
                       DISPLAY RQR-REQUESTER-ID '  ' RQR-DEPARTMENT
                               '  ' COUNT-DISP
                   WHEN +100
                       SET DEPT-EOF TO TRUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE RQR_CUR END-EXEC.
       5000-LIST-REGISTER-END.
      ******************************************************************
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
      * Statements and the listing need no operator; the tariffs and
      * the requester register are what gets charged, so changing
      * them needs EXECUTE on ReqChg.
       1040-CHECK-OPERATOR-RIGHT.
           MOVE 'ReqChg' TO OPR-PROGRAM-NAME.
           MOVE 'EXECUTE' TO OPR-MODE-NEEDED.
           IF ACTION-PARM = 'MAP'
               MOVE MAP-REQUESTER-ID TO PRV-KEY-VALUE
           ELSE
               MOVE DPT-CODE TO PRV-KEY-VALUE
           END-IF.
           COPY "OprChk.cpy".

           IF OPR-DENIED-FLAG = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1040-CHECK-OPERATOR-RIGHT-END.
      ******************************************************************
      ******************************************************************
       8945-RECORD-PRIV-ACTION.
           EXEC SQL
               INSERT INTO privileged_action_log
                   (program_name, operator_id, ticket_ref,
                    action_desc, key_value, row_count, logged_at)
               VALUES
                   ('ReqChg', :PRV-OPERATOR-ID, :PRV-TICKET-REF,
                    :PRV-ACTION-DESC, :PRV-KEY-VALUE,
                    :PRV-ROW-COUNT, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8945-RECORD-PRIV-ACTION-END.
      ******************************************************************
