       01  REPORT-LINE            PIC X(120) VALUE SPACES.
       01  DASH-LINE              PIC X(78) VALUE ALL '-'.

      * Optional business-unit break: run with UNIT on the command
      * line and the regions are listed under each owning unit,
      * with a subtotal per unit. The figures stay shop-wide.
       01  CMD-LINE-PARM          PIC X(20) VALUE SPACES.
       01  UNIT-BREAK-FLAG        PIC X(1) VALUE 'N'.
           88  UNIT-BREAK-WANTED        VALUE 'Y'.
       01  PREV-UNIT              PIC X(10) VALUE SPACES.
       01  UNIT-REGION-COUNT      PIC 9(6) VALUE ZEROS.
       01  UNIT-POPULATION        PIC 9(6) VALUE ZEROS.

       COPY "RetryCfg.cpy".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  NEW-REGION-COUNTRY-CODE PIC X(10).
       01  NEW-REGION-NAME        PIC X(30).
       01  SQL-BUSINESS-UNIT      PIC X(10) VALUE SPACES.

       01  SQL-REGION-TOTALS.
           05  RGN-REGION         PIC X(30).
           PERFORM 1080-LOAD-REGION-MAP-CONTROL-FILE
               THRU 1080-LOAD-REGION-MAP-CONTROL-FILE-END.

           PERFORM 1090-GET-RUN-PARM
               THRU 1090-GET-RUN-PARM-END.

           PERFORM 1100-OPEN-REPORT-FILE
               THRU 1100-OPEN-REPORT-FILE-END.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           STOP RUN.
      ******************************************************************
       1090-GET-RUN-PARM.
           ACCEPT CMD-LINE-PARM FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(CMD-LINE-PARM) TO CMD-LINE-PARM.

           IF CMD-LINE-PARM = 'UNIT'
               MOVE 'Y' TO UNIT-BREAK-FLAG
               DISPLAY 'Regions broken down by business unit.'
           END-IF.
       1090-GET-RUN-PARM-END.
      ******************************************************************
       1100-OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           DISPLAY REPORT-LINE.
           WRITE RGNRPT-REPORT-LINE FROM REPORT-LINE.

           IF UNIT-BREAK-WANTED
               PERFORM 3050-SCAN-UNIT-REGIONS
                   THRU 3050-SCAN-UNIT-REGIONS-END
               GO TO 3001-WRITE-TOTALS
           END-IF.

      *    Ages derive from birth_date exactly as GenRpt's national
      *    brackets do, so the regional roll-up cannot disagree with
      *    the demographic report on the same night.
               END-EXEC

               IF SQLCODE = 0 THEN
                   PERFORM 3100-WRITE-REGION-LINES
                       THRU 3100-WRITE-REGION-LINES-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE RGN_CUR END-EXEC.

       3001-WRITE-TOTALS.
           IF REGION-ROW-COUNT = 0
               MOVE '  (no regions mapped - load REGIONMAP.TXT)'
                   TO REPORT-LINE
           WRITE RGNRPT-REPORT-LINE FROM REPORT-LINE.
       3001-REPORT-REGIONAL-TOTALS-END.
      ******************************************************************
      * The same regional lines, under a heading per owning business
      * unit and closed by the unit's subtotal. The unit is the
      * owner's current one; a person no unit owns is listed under
      * UNKNOWN.
       3050-SCAN-UNIT-REGIONS.
           MOVE SPACES TO PREV-UNIT.

           EXEC SQL DECLARE UNIT_RGN_CUR CURSOR FOR
               SELECT d.unit, r.region,
                      COUNT(*),
                      COUNT(*) FILTER (WHERE d.eff_age <= 17),
                      COUNT(*) FILTER
                          (WHERE d.eff_age BETWEEN 18 AND 34),
                      COUNT(*) FILTER
                          (WHERE d.eff_age BETWEEN 35 AND 59),
                      COUNT(*) FILTER (WHERE d.eff_age >= 60)
               FROM (SELECT country_code,
                            COALESCE(databank_unit(
                                CAST(id AS VARCHAR)), 'UNKNOWN')
                                AS unit,
                            COALESCE(CAST(EXTRACT(YEAR FROM
                                AGE(CURRENT_DATE, birth_date))
                                AS INTEGER), age) AS eff_age
                     FROM databank) d
               JOIN region_map r ON d.country_code = r.country_code
               GROUP BY d.unit, r.region
               ORDER BY d.unit, r.region
           END-EXEC.

           EXEC SQL OPEN UNIT_RGN_CUR END-EXEC.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH UNIT_RGN_CUR
                   INTO :SQL-BUSINESS-UNIT,
                        :RGN-REGION, :RGN-TOTAL, :RGN-BUCKET-0-17,
                        :RGN-BUCKET-18-34, :RGN-BUCKET-35-59,
                        :RGN-BUCKET-60-UP
               END-EXEC

               IF SQLCODE = 0 THEN
                   IF SQL-BUSINESS-UNIT NOT = PREV-UNIT
                       PERFORM 3060-WRITE-UNIT-BREAK
                           THRU 3060-WRITE-UNIT-BREAK-END
                   END-IF
                   ADD 1 TO UNIT-REGION-COUNT
                   ADD RGN-TOTAL TO UNIT-POPULATION
                   PERFORM 3100-WRITE-REGION-LINES
                       THRU 3100-WRITE-REGION-LINES-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE UNIT_RGN_CUR END-EXEC.

           MOVE SPACES TO SQL-BUSINESS-UNIT.
           PERFORM 3060-WRITE-UNIT-BREAK
               THRU 3060-WRITE-UNIT-BREAK-END.
       3050-SCAN-UNIT-REGIONS-END.
      ******************************************************************
      * Close the previous unit with its subtotal, then head the next
      * one; called with spaces after the last row to close the list.
       3060-WRITE-UNIT-BREAK.
           IF PREV-UNIT NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING '  Unit ' DELIMITED BY SIZE
                      PREV-UNIT DELIMITED BY SPACE
                      ' regions: ' DELIMITED BY SIZE
                      UNIT-REGION-COUNT DELIMITED BY SIZE
                      '  Individuals: ' DELIMITED BY SIZE
                      UNIT-POPULATION DELIMITED BY SIZE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE
               WRITE RGNRPT-REPORT-LINE FROM REPORT-LINE
           END-IF.

           MOVE ZEROS TO UNIT-REGION-COUNT.
           MOVE ZEROS TO UNIT-POPULATION.
           MOVE SQL-BUSINESS-UNIT TO PREV-UNIT.

           IF SQL-BUSINESS-UNIT NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING 'Business unit: ' DELIMITED BY SIZE
                      SQL-BUSINESS-UNIT DELIMITED BY SPACE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE
               WRITE RGNRPT-REPORT-LINE FROM REPORT-LINE
           END-IF.
       3060-WRITE-UNIT-BREAK-END.
      ******************************************************************
       3100-WRITE-REGION-LINES.
           ADD 1 TO REGION-ROW-COUNT.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Region: ' DELIMITED BY SIZE
                  FUNCTION TRIM(RGN-REGION) DELIMITED BY SIZE
                  '  Individuals: ' DELIMITED BY SIZE
                  RGN-TOTAL DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE RGNRPT-REPORT-LINE FROM REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING '  0-17: ' DELIMITED BY SIZE
                  RGN-BUCKET-0-17 DELIMITED BY SIZE
                  '  18-34: ' DELIMITED BY SIZE
                  RGN-BUCKET-18-34 DELIMITED BY SIZE
                  '  35-59: ' DELIMITED BY SIZE
                  RGN-BUCKET-35-59 DELIMITED BY SIZE
                  '  60+: ' DELIMITED BY SIZE
                  RGN-BUCKET-60-UP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE RGNRPT-REPORT-LINE FROM REPORT-LINE.
       3100-WRITE-REGION-LINES-END.
      ******************************************************************
      * Gaps in the mapping must stay visible, or a whole country
      * quietly drops out of every regional number management sees.
       4001-REPORT-UNASSIGNED-CODES.
