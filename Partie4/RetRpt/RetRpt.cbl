       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetRpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-REPORT-FILE ASSIGN TO RETURN-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-REPORT-FILE.
       01  RETURN-REPORT-LINE     PIC X(150).

       WORKING-STORAGE SECTION.
      * Monthly returned-mail report: per supplier, the envelopes the
      * post office sent back in the month by return reason, the
      * addresses withdrawn from letter runs, and the share of the
      * supplier's addresses on file that came back - bad addresses
      * usually come from one source, so the worst supplier is
      * listed first. Month parameter is yyyymm; default is the
      * current month.
       01  RETURN-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01  CMD-LINE-PARM          PIC X(20) VALUE SPACES.
       01  REPORT-LINE            PIC X(150) VALUE SPACES.
       01  DASH-LINE              PIC X(70) VALUE ALL '-'.
       01  SUPPLIERS-LISTED-COUNT PIC 9(4) VALUE ZEROS.
       01  RETURNS-TOTAL          PIC 9(8) VALUE ZEROS.
       01  COUNT-DISP             PIC ZZZZZZZ9.
       01  MOVED-DISP             PIC ZZZZZZZ9.
       01  UNKNOWN-DISP           PIC ZZZZZZZ9.
       01  REFUSED-DISP           PIC ZZZZZZZ9.
       01  DECEASED-DISP          PIC ZZZZZZZ9.
       01  ADDRESS-DISP           PIC ZZZZZZZ9.
       01  ON-FILE-DISP           PIC ZZZZZZZ9.
       01  WITHDRAWN-DISP         PIC ZZZZZZZ9.
       01  RATE-DISP              PIC ZZ9,99.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".

       01  TARGET-MONTH           PIC X(6) VALUE SPACES.
       01  RET-SUPPLIER-ID        PIC X(10) VALUE SPACES.
       01  RET-SUPPLIER-NAME      PIC X(50) VALUE SPACES.
       01  RET-RETURN-COUNT       PIC S9(9) COMP-5 VALUE ZERO.
       01  RET-MOVED-COUNT        PIC S9(9) COMP-5 VALUE ZERO.
       01  RET-UNKNOWN-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  RET-REFUSED-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  RET-DECEASED-COUNT     PIC S9(9) COMP-5 VALUE ZERO.
       01  RET-WITHDRAWN-COUNT    PIC S9(9) COMP-5 VALUE ZERO.
       01  RET-ADDRESS-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  RET-ON-FILE-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  RET-RETURN-RATE        PIC S9(3)V9(2) COMP-3 VALUE ZERO.

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

           PERFORM 1200-OPEN-REPORT-FILE
               THRU 1200-OPEN-REPORT-FILE-END.

           PERFORM 3001-REPORT-ALL-SUPPLIERS
               THRU 3001-REPORT-ALL-SUPPLIERS-END.

           CLOSE RETURN-REPORT-FILE.
       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           STOP RUN.
      ******************************************************************
       1100-GET-PARMS.
           ACCEPT CMD-LINE-PARM FROM COMMAND-LINE.

           IF CMD-LINE-PARM(1:6) IS NUMERIC
               MOVE CMD-LINE-PARM(1:6) TO TARGET-MONTH
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO TARGET-MONTH
           END-IF.

           DISPLAY 'Returned-mail report for month ' TARGET-MONTH '.'.
       1100-GET-PARMS-END.
      ******************************************************************
       1200-OPEN-REPORT-FILE.
           STRING 'RETRPT_' DELIMITED BY SIZE
                  TARGET-MONTH DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO RETURN-REPORT-FILENAME.

           OPEN OUTPUT RETURN-REPORT-FILE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Returned mail by supplier - month '
                      DELIMITED BY SIZE
                  TARGET-MONTH DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE RETURN-REPORT-LINE FROM REPORT-LINE.

           MOVE DASH-LINE TO REPORT-LINE.
           WRITE RETURN-REPORT-LINE FROM REPORT-LINE.
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

           MOVE 'RetRpt' TO ERR-PROGRAM-NAME.
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
      * Returns carry the supplier of the address as it stood when
      * the envelope came back; records loaded before suppliers were
      * registered are grouped under '(none)'.
       3001-REPORT-ALL-SUPPLIERS.
           EXEC SQL DECLARE RETS_CUR CURSOR FOR
               SELECT COALESCE(pr.supplier_id, '(none)'),
                      COALESCE(MAX(sr.supplier_name),
                               '(not registered)'),
                      COUNT(*),
                      SUM(CASE WHEN pr.reason = 'MOVED'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN pr.reason = 'UNKNOWN'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN pr.reason = 'REFUSED'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN pr.reason = 'DECEASED'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN pr.action = 'R'
                               THEN 1 ELSE 0 END),
                      COUNT(DISTINCT pr.databank_id)
               FROM post_return pr
               LEFT JOIN supplier_registry sr
                      ON sr.supplier_id = pr.supplier_id
               WHERE TO_CHAR(pr.return_date, 'YYYYMM') = :TARGET-MONTH
               GROUP BY COALESCE(pr.supplier_id, '(none)')
               ORDER BY COUNT(*) DESC,
                        COALESCE(pr.supplier_id, '(none)')
           END-EXEC.

           EXEC SQL OPEN RETS_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH RETS_CUR
                   INTO :RET-SUPPLIER-ID, :RET-SUPPLIER-NAME,
                        :RET-RETURN-COUNT, :RET-MOVED-COUNT,
                        :RET-UNKNOWN-COUNT, :RET-REFUSED-COUNT,
                        :RET-DECEASED-COUNT, :RET-WITHDRAWN-COUNT,
                        :RET-ADDRESS-COUNT
               END-EXEC

               IF SQLCODE = 0 THEN
                   PERFORM 3100-REPORT-ONE-SUPPLIER
                       THRU 3100-REPORT-ONE-SUPPLIER-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE RETS_CUR END-EXEC.

           IF SUPPLIERS-LISTED-COUNT = 0
               MOVE 'No returned mail logged for this month.'
                   TO REPORT-LINE
               DISPLAY REPORT-LINE
               WRITE RETURN-REPORT-LINE FROM REPORT-LINE
           ELSE
               MOVE RETURNS-TOTAL TO COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING 'Envelopes returned this month: '
                          DELIMITED BY SIZE
                      COUNT-DISP DELIMITED BY SIZE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE
               WRITE RETURN-REPORT-LINE FROM REPORT-LINE
           END-IF.

           DISPLAY 'Suppliers listed: ' SUPPLIERS-LISTED-COUNT '.'.
       3001-REPORT-ALL-SUPPLIERS-END.
      ******************************************************************
       3100-REPORT-ONE-SUPPLIER.
           ADD 1 TO SUPPLIERS-LISTED-COUNT.
           ADD RET-RETURN-COUNT TO RETURNS-TOTAL.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Supplier ' DELIMITED BY SIZE
                  FUNCTION TRIM(RET-SUPPLIER-ID) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  FUNCTION TRIM(RET-SUPPLIER-NAME)
                      DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE RETURN-REPORT-LINE FROM REPORT-LINE.

           MOVE RET-RETURN-COUNT TO COUNT-DISP.
           MOVE RET-MOVED-COUNT TO MOVED-DISP.
           MOVE RET-UNKNOWN-COUNT TO UNKNOWN-DISP.
           MOVE RET-REFUSED-COUNT TO REFUSED-DISP.
           MOVE RET-DECEASED-COUNT TO DECEASED-DISP.

           MOVE SPACES TO REPORT-LINE.
           STRING '  Returned: ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  '  moved: ' DELIMITED BY SIZE
                  MOVED-DISP DELIMITED BY SIZE
                  '  unknown: ' DELIMITED BY SIZE
                  UNKNOWN-DISP DELIMITED BY SIZE
                  '  refused: ' DELIMITED BY SIZE
                  REFUSED-DISP DELIMITED BY SIZE
                  '  deceased: ' DELIMITED BY SIZE
                  DECEASED-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE RETURN-REPORT-LINE FROM REPORT-LINE.

      *    The supplier's addresses on file today, against which the
      *    addresses that came back this month are measured.
           EXEC SQL
               SELECT COUNT(*)
               INTO :RET-ON-FILE-COUNT
               FROM databank d
               LEFT JOIN load_batch lb
                      ON lb.batch_id = d.load_batch_id
               WHERE COALESCE(lb.supplier_id, '(none)') =
                     :RET-SUPPLIER-ID
                 AND COALESCE(d.street, '') <> ''
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF RET-ON-FILE-COUNT > 0
               COMPUTE RET-RETURN-RATE ROUNDED =
                   RET-ADDRESS-COUNT * 100 / RET-ON-FILE-COUNT
           ELSE
               MOVE ZERO TO RET-RETURN-RATE
           END-IF.
           MOVE RET-RETURN-RATE TO RATE-DISP.

           MOVE RET-ADDRESS-COUNT TO ADDRESS-DISP.
           MOVE RET-WITHDRAWN-COUNT TO WITHDRAWN-DISP.
           MOVE RET-ON-FILE-COUNT TO ON-FILE-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING '  Addresses returned: ' DELIMITED BY SIZE
                  ADDRESS-DISP DELIMITED BY SIZE
                  ' of ' DELIMITED BY SIZE
                  ON-FILE-DISP DELIMITED BY SIZE
                  ' on file (' DELIMITED BY SIZE
                  RATE-DISP DELIMITED BY SIZE
                  ' pct)  withdrawn: ' DELIMITED BY SIZE
                  WITHDRAWN-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE RETURN-REPORT-LINE FROM REPORT-LINE.

           MOVE DASH-LINE TO REPORT-LINE.
           WRITE RETURN-REPORT-LINE FROM REPORT-LINE.
       3100-REPORT-ONE-SUPPLIER-END.
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
