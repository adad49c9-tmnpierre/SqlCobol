       01  SUP-MIN-IDX            PIC 9(1) VALUE ZEROS.
       01  SUP-MIN-VALUE          PIC 9(6) VALUE ZEROS.

      * Optional business-unit break: run with UNIT on the command
      * line and the countries are listed under each owning unit,
      * with a subtotal per unit. The figures stay shop-wide.
       01  CMD-LINE-PARM          PIC X(20) VALUE SPACES.
       01  UNIT-BREAK-FLAG        PIC X(1) VALUE 'N'.
           88  UNIT-BREAK-WANTED        VALUE 'Y'.
       01  PREV-UNIT              PIC X(10) VALUE SPACES.
       01  UNIT-COUNTRY-COUNT     PIC 9(6) VALUE ZEROS.
       01  UNIT-POPULATION        PIC 9(6) VALUE ZEROS.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "HoldVar.cpy".

       01  SNAP-ROW-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
       01  SUMMARY-ROW-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  SQL-BUSINESS-UNIT      PIC X(10) VALUE SPACES.
       COPY "RptCat.cpy".

       01  SQL-ROW-RESULT.
           PERFORM 1085-ENSURE-SNAPSHOT
               THRU 1085-ENSURE-SNAPSHOT-END.

           PERFORM 1087-ENSURE-STAT-SUMMARY
               THRU 1087-ENSURE-STAT-SUMMARY-END.

           PERFORM 1082-LOAD-SUPPRESS-POLICY
               THRU 1082-LOAD-SUPPRESS-POLICY-END.

           PERFORM 1080-GET-RUN-PARM
               THRU 1080-GET-RUN-PARM-END.

           PERFORM 1100-OPEN-REPORT-FILE
               THRU 1100-OPEN-REPORT-FILE-END.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           STOP RUN.
      ******************************************************************
       1080-GET-RUN-PARM.
           ACCEPT CMD-LINE-PARM FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(CMD-LINE-PARM) TO CMD-LINE-PARM.

           IF CMD-LINE-PARM = 'UNIT'
               MOVE 'Y' TO UNIT-BREAK-FLAG
               DISPLAY 'Countries broken down by business unit.'
           END-IF.
       1080-GET-RUN-PARM-END.
      ******************************************************************
       1100-OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
      ******************************************************************
      * One line per country, summed from the stat_summary counts of
      * the snapshot rather than a scan of every individual.
       3001-SCAN-COUNTRY-SUMMARY.
           DISPLAY 'Building per-country summary...'.

           MOVE ZEROS TO COUNTRY-COUNT.
           MOVE ZEROS TO GRAND-TOTAL-POPULATION.

           IF UNIT-BREAK-WANTED
               PERFORM 3050-SCAN-UNIT-SUMMARY
                   THRU 3050-SCAN-UNIT-SUMMARY-END
               GO TO 3001-WRITE-TOTALS
           END-IF.

           EXEC SQL DECLARE COUNTRY-SUMMARY-CUR CURSOR FOR
               SELECT country, country_code, SUM(person_count),
                      MIN(age), MAX(age),
                      COALESCE(SUM(person_count) FILTER
                          (WHERE gender = 'Male'), 0),
                      COALESCE(SUM(person_count) FILTER
                          (WHERE gender = 'Female'), 0),
                      COALESCE(SUM(person_count) FILTER
                          (WHERE gender NOT IN ('Male', 'Female')), 0)
               FROM stat_summary
               WHERE snap_date =
                     (SELECT MAX(x.snap_date)
                        FROM databank_snapshot x)

           EXEC SQL CLOSE COUNTRY-SUMMARY-CUR END-EXEC.

       3001-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Countries summarized: ' DELIMITED BY SIZE
                  COUNTRY-COUNT DELIMITED BY SIZE
           DISPLAY REPORT-LINE.
           WRITE CS-REPORT-LINE FROM REPORT-LINE.
       3001-SCAN-COUNTRY-SUMMARY-END.
      ******************************************************************
      * The same country lines, under a heading per owning business
      * unit and closed by the unit's subtotal. A summary built
      * before units were recorded shows its rows under UNKNOWN.
       3050-SCAN-UNIT-SUMMARY.
           MOVE SPACES TO PREV-UNIT.

           EXEC SQL DECLARE UNIT-SUMMARY-CUR CURSOR FOR
               SELECT COALESCE(business_unit, 'UNKNOWN'),
                      country, country_code, SUM(person_count),
                      MIN(age), MAX(age),
                      COALESCE(SUM(person_count) FILTER
                          (WHERE gender = 'Male'), 0),
                      COALESCE(SUM(person_count) FILTER
                          (WHERE gender = 'Female'), 0),
                      COALESCE(SUM(person_count) FILTER
                          (WHERE gender NOT IN ('Male', 'Female')), 0)
               FROM stat_summary
               WHERE snap_date =
                     (SELECT MAX(x.snap_date)
                        FROM databank_snapshot x)
               GROUP BY COALESCE(business_unit, 'UNKNOWN'),
                        country, country_code
               ORDER BY 1, country
           END-EXEC.

           EXEC SQL OPEN UNIT-SUMMARY-CUR END-EXEC.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH UNIT-SUMMARY-CUR
                   INTO :SQL-BUSINESS-UNIT,
                        :SQL-COUNTRY, :SQL-COUNTRY-CODE,
                        :SQL-TOTAL-COUNT, :SQL-MIN-AGE, :SQL-MAX-AGE,
                        :SQL-MALE-COUNT, :SQL-FEMALE-COUNT,
                        :SQL-OTHER-COUNT
               END-EXEC

               IF SQLCODE = 0 THEN
                   IF SQL-BUSINESS-UNIT NOT = PREV-UNIT
                       PERFORM 3060-WRITE-UNIT-BREAK
                           THRU 3060-WRITE-UNIT-BREAK-END
                   END-IF
                   ADD 1 TO UNIT-COUNTRY-COUNT
                   ADD SQL-TOTAL-COUNT TO UNIT-POPULATION
                   PERFORM 3100-WRITE-COUNTRY-SUMMARY-LINE
                       THRU 3100-WRITE-COUNTRY-SUMMARY-LINE-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE UNIT-SUMMARY-CUR END-EXEC.

           MOVE SPACES TO SQL-BUSINESS-UNIT.
           PERFORM 3060-WRITE-UNIT-BREAK
               THRU 3060-WRITE-UNIT-BREAK-END.
       3050-SCAN-UNIT-SUMMARY-END.
      ******************************************************************
      * Close the previous unit with its subtotal, then head the next
      * one; called with spaces after the last row to close the list.
       3060-WRITE-UNIT-BREAK.
           IF PREV-UNIT NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING '  Unit ' DELIMITED BY SIZE
                      PREV-UNIT DELIMITED BY SPACE
                      ' countries: ' DELIMITED BY SIZE
                      UNIT-COUNTRY-COUNT DELIMITED BY SIZE
                      '  Population: ' DELIMITED BY SIZE
                      UNIT-POPULATION DELIMITED BY SIZE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE
               WRITE CS-REPORT-LINE FROM REPORT-LINE
           END-IF.

           MOVE ZEROS TO UNIT-COUNTRY-COUNT.
           MOVE ZEROS TO UNIT-POPULATION.
           MOVE SQL-BUSINESS-UNIT TO PREV-UNIT.

           IF SQL-BUSINESS-UNIT NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING 'Business unit: ' DELIMITED BY SIZE
                      SQL-BUSINESS-UNIT DELIMITED BY SPACE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE
               WRITE CS-REPORT-LINE FROM REPORT-LINE
           END-IF.
       3060-WRITE-UNIT-BREAK-END.
      ******************************************************************
       3100-WRITE-COUNTRY-SUMMARY-LINE.
           ADD 1 TO COUNTRY-COUNT.
           EXEC SQL
               INSERT INTO databank_snapshot
                   (snap_date, id, country, country_code, age,
                    gender, spoken, eff_age, status, created_at,
                    business_unit)
               SELECT CURRENT_DATE, id, country, country_code, age,
                      gender, spoken,
                      COALESCE(CAST(EXTRACT(YEAR FROM
                          AGE(CURRENT_DATE, birth_date))
                          AS INTEGER), age),
                      status, created_at,
                      databank_unit(CAST(id AS VARCHAR))
               FROM databank
           END-EXEC.

           END-IF.
       1085-ENSURE-SNAPSHOT-END.
      ******************************************************************
      * The counts are read from stat_summary. StatAgg builds it in
      * the chain; a standalone run that finds none for the snapshot
      * date builds it here, exactly as StatAgg would.
       1087-ENSURE-STAT-SUMMARY.
           EXEC SQL
               SELECT COUNT(*) INTO :SUMMARY-ROW-COUNT
               FROM stat_summary
               WHERE snap_date =
                     (SELECT MAX(x.snap_date)
                        FROM databank_snapshot x)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF SUMMARY-ROW-COUNT > 0
               GO TO 1087-ENSURE-STAT-SUMMARY-END
           END-IF.

           DISPLAY 'No statistics summary for the snapshot - '
                   'building it now.'.

           COPY "StatSum.cpy".

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       1087-ENSURE-STAT-SUMMARY-END.
      ******************************************************************
      ******************************************************************
       1082-LOAD-SUPPRESS-POLICY.
           OPEN INPUT SUPPRESS-FILE.
