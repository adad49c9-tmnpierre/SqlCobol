       01  SUP-MIN-VALUE          PIC 9(6) VALUE ZEROS.

       01  CMD-LINE-PARM        PIC X(20) VALUE SPACES.
       01  CMD-PTR              PIC 9(3) VALUE 1.
       01  CMD-TOKEN            PIC X(10) VALUE SPACES.

      * Optional business-unit break: run with UNIT among the
      * parameters and the report gains a section listing the
      * countries under each owning unit, with a subtotal per unit.
      * The figures stay shop-wide.
       01  UNIT-BREAK-FLAG      PIC X(1) VALUE 'N'.
           88  UNIT-BREAK-WANTED      VALUE 'Y'.
       01  PREV-UNIT            PIC X(10) VALUE SPACES.
       01  UNIT-COUNTRY-COUNT   PIC 9(6) VALUE ZEROS.
       01  UNIT-POPULATION      PIC 9(6) VALUE ZEROS.
       01  UNIT-PERSONS         PIC 9(6) VALUE ZEROS.
       01  IND-HISTORY-LOCKED-SW PIC X VALUE 'N'.

       COPY "RetryCfg.cpy".

       01  LOCAL-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "CloseVar.cpy".

       01  SNAP-ROW-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
       01  SUMMARY-ROW-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  SQL-BUSINESS-UNIT      PIC X(10) VALUE SPACES.
       01  SQL-UNIT-PERSONS       PIC S9(9) VALUE ZERO.
       COPY "RptCat.cpy".
       COPY "JobRun.cpy".

           PERFORM 1085-ENSURE-SNAPSHOT
               THRU 1085-ENSURE-SNAPSHOT-END.

           PERFORM 1087-ENSURE-STAT-SUMMARY
               THRU 1087-ENSURE-STAT-SUMMARY-END.

           PERFORM 1082-LOAD-SUPPRESS-POLICY
               THRU 1082-LOAD-SUPPRESS-POLICY-END.

               ACCEPT CMD-LINE-PARM FROM COMMAND-LINE
           END-IF.

           MOVE 1 TO CMD-PTR.

           MOVE SPACES TO CMD-TOKEN.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO CMD-TOKEN
               POINTER CMD-PTR
           END-UNSTRING.
           PERFORM 1085-APPLY-RUN-PARM-TOKEN
               THRU 1085-APPLY-RUN-PARM-TOKEN-END.

           MOVE SPACES TO CMD-TOKEN.
           IF CMD-PTR <= FUNCTION LENGTH(CMD-LINE-PARM)
               UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
                   INTO CMD-TOKEN
                   POINTER CMD-PTR
               END-UNSTRING
               PERFORM 1085-APPLY-RUN-PARM-TOKEN
                   THRU 1085-APPLY-RUN-PARM-TOKEN-END
           END-IF.

           MOVE SPACES TO CMD-TOKEN.
           IF CMD-PTR <= FUNCTION LENGTH(CMD-LINE-PARM)
               UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
                   INTO CMD-TOKEN
                   POINTER CMD-PTR
               END-UNSTRING
               PERFORM 1085-APPLY-RUN-PARM-TOKEN
                   THRU 1085-APPLY-RUN-PARM-TOKEN-END
           END-IF.
       1080-GET-RUN-PARMS-END.
      ******************************************************************
       1085-APPLY-RUN-PARM-TOKEN.
                   DISPLAY 'Including inactive individuals '
                           '(compliance view).'
               END-IF
               IF CMD-TOKEN = 'UNIT'
                   MOVE 'Y' TO UNIT-BREAK-FLAG
                   DISPLAY 'Countries broken down by business unit.'
               END-IF
           END-IF.
       1085-APPLY-RUN-PARM-TOKEN-END.
      ******************************************************************
           PERFORM 2400-GET-LANGUAGE-DISTRIBUTION
               THRU 2400-GET-LANGUAGE-DISTRIBUTION-END.

           IF UNIT-BREAK-WANTED
               PERFORM 2600-REPORT-UNIT-SUMMARY
                   THRU 2600-REPORT-UNIT-SUMMARY-END
           END-IF.

           PERFORM 2500-REPORT-DEMOGRAPHIC-INDICATORS
               THRU 2500-REPORT-DEMOGRAPHIC-INDICATORS-END.

           WRITE GENRPT-REPORT-LINE FROM DASH-LINE.
           ADD 1 TO LINE-COUNT.
       2400-GET-LANGUAGE-DISTRIBUTION-END.
      ******************************************************************
      * Population per country under a heading per owning business
      * unit, closed by the unit's subtotal, from the same
      * stat_summary counts the tables above are built from. A
      * summary built before units were recorded shows its rows
      * under UNKNOWN.
       2600-REPORT-UNIT-SUMMARY.
           MOVE SPACES TO PREV-UNIT.

           MOVE SPACES TO REPORT-LINE
           STRING 'Population by business unit' DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END

           DISPLAY DASH-LINE
           WRITE GENRPT-REPORT-LINE FROM DASH-LINE
           ADD 1 TO LINE-COUNT.

           EXEC SQL DECLARE UNIT_CUR CURSOR FOR
               SELECT COALESCE(business_unit, 'UNKNOWN'),
                      country, SUM(person_count)
               FROM stat_summary
               WHERE snap_date =
                     (SELECT MAX(x.snap_date)
                        FROM databank_snapshot x)
                 AND (:INCL-INACTIVE-SWITCH = 'Y'
                      OR COALESCE(status, 'A') = 'A')
               GROUP BY COALESCE(business_unit, 'UNKNOWN'), country
               ORDER BY 1, country
           END-EXEC.

           EXEC SQL OPEN UNIT_CUR END-EXEC.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH UNIT_CUR
                   INTO :SQL-BUSINESS-UNIT, :COUNTRY,
                        :SQL-UNIT-PERSONS
               END-EXEC

               IF SQLCODE = 0 THEN
                   IF SQL-BUSINESS-UNIT NOT = PREV-UNIT
                       PERFORM 2650-WRITE-UNIT-BREAK
                           THRU 2650-WRITE-UNIT-BREAK-END
                   END-IF
                   MOVE SQL-UNIT-PERSONS TO UNIT-PERSONS
                   ADD 1 TO UNIT-COUNTRY-COUNT
                   ADD UNIT-PERSONS TO UNIT-POPULATION
                   MOVE SPACES TO REPORT-LINE
                   STRING '  Country: ' DELIMITED BY SIZE
                          COUNTRY(1:40) DELIMITED BY SIZE
                          ' Persons: ' DELIMITED BY SIZE
                          UNIT-PERSONS DELIMITED BY SIZE
                          INTO REPORT-LINE
                   PERFORM 1200-WRITE-REPORT-LINE
                       THRU 1200-WRITE-REPORT-LINE-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE UNIT_CUR END-EXEC.

           MOVE SPACES TO SQL-BUSINESS-UNIT.
           PERFORM 2650-WRITE-UNIT-BREAK
               THRU 2650-WRITE-UNIT-BREAK-END.

           DISPLAY DASH-LINE.
           WRITE GENRPT-REPORT-LINE FROM DASH-LINE.
           ADD 1 TO LINE-COUNT.
       2600-REPORT-UNIT-SUMMARY-END.
      ******************************************************************
      * Close the previous unit with its subtotal, then head the next
      * one; called with spaces after the last row to close the list.
       2650-WRITE-UNIT-BREAK.
           IF PREV-UNIT NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING '  Unit ' DELIMITED BY SIZE
                      PREV-UNIT DELIMITED BY SPACE
                      ' countries: ' DELIMITED BY SIZE
                      UNIT-COUNTRY-COUNT DELIMITED BY SIZE
                      '  Population: ' DELIMITED BY SIZE
                      UNIT-POPULATION DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM 1200-WRITE-REPORT-LINE
                   THRU 1200-WRITE-REPORT-LINE-END
           END-IF.

           MOVE ZEROS TO UNIT-COUNTRY-COUNT.
           MOVE ZEROS TO UNIT-POPULATION.
           MOVE SQL-BUSINESS-UNIT TO PREV-UNIT.

           IF SQL-BUSINESS-UNIT NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING 'Business unit: ' DELIMITED BY SIZE
                      SQL-BUSINESS-UNIT DELIMITED BY SPACE
                      INTO REPORT-LINE
               PERFORM 1200-WRITE-REPORT-LINE
                   THRU 1200-WRITE-REPORT-LINE-END
           END-IF.
       2650-WRITE-UNIT-BREAK-END.
      ******************************************************************
       3000-SETUP-GENDER-PROPORTIONS-TABLE.
           IF DELTA-FILTER-SWITCH = 'N'
           END-IF.
       3000-SETUP-GENDER-PROPORTIONS-TABLE-END.
      ******************************************************************
      * Counts come from stat_summary, so each figure is a sum of
      * person_count. The median is taken from the counted ages: the
      * middle one or two positions of each country's running total,
      * averaged - the figure PERCENTILE_CONT(0.5) gives on the rows.
       3005-INSERT-GENDER-PROPORTIONS.
           MOVE ZERO TO RETRY-COUNT.
       3005-INSERT-GENDER-PROPORTIONS-RETRY.
                    bracket_0_17, bracket_18_34, bracket_35_59,
                    bracket_60_up)
               SELECT
                   db.country,
                   MIN(db.eff_age),
                   MAX(db.eff_age),
                   MAX(md.median_age),
                   ROUND(COALESCE(SUM(db.person_count) FILTER
                       (WHERE db.gender = 'Male'), 0) * 100.0
                       / NULLIF(SUM(db.person_count), 0), 2),
                   ROUND(COALESCE(SUM(db.person_count) FILTER
                       (WHERE db.gender = 'Female'), 0) * 100.0
                       / NULLIF(SUM(db.person_count), 0), 2),
                   ROUND(COALESCE(SUM(db.person_count) FILTER
                       (WHERE db.gender NOT IN ('Male', 'Female')), 0)
                       * 100.0 / NULLIF(SUM(db.person_count), 0), 2),
                   COALESCE(SUM(db.person_count) FILTER
                       (WHERE db.eff_age <= 17), 0),
                   COALESCE(SUM(db.person_count) FILTER
                       (WHERE db.eff_age BETWEEN 18 AND 34), 0),
                   COALESCE(SUM(db.person_count) FILTER
                       (WHERE db.eff_age BETWEEN 35 AND 59), 0),
                   COALESCE(SUM(db.person_count) FILTER
                       (WHERE db.eff_age >= 60), 0)
               FROM (SELECT country, gender, eff_age, person_count
                     FROM stat_summary
                     WHERE snap_date =
                           (SELECT MAX(x.snap_date)
                              FROM databank_snapshot x)
                       AND (:INCL-INACTIVE-SWITCH = 'Y'
                            OR COALESCE(status, 'A') = 'A')) db
               LEFT JOIN
                    (SELECT ca.country,
                            (MIN(ca.eff_age) FILTER
                                 (WHERE ca.cum_count >=
                                  FLOOR((ca.tot_count - 1) / 2.0) + 1)
                             + MIN(ca.eff_age) FILTER
                                 (WHERE ca.cum_count >=
                                  CEIL((ca.tot_count - 1) / 2.0) + 1))
                            / 2.0 AS median_age
                     FROM (SELECT ag.country, ag.eff_age,
                                  SUM(ag.age_count) OVER
                                      (PARTITION BY ag.country
                                       ORDER BY ag.eff_age)
                                      AS cum_count,
                                  SUM(ag.age_count) OVER
                                      (PARTITION BY ag.country)
                                      AS tot_count
                           FROM (SELECT country, eff_age,
                                        SUM(person_count) AS age_count
                                 FROM stat_summary
                                 WHERE snap_date =
                                       (SELECT MAX(x.snap_date)
                                          FROM databank_snapshot x)
                                   AND eff_age IS NOT NULL
                                   AND (:INCL-INACTIVE-SWITCH = 'Y'
                                        OR COALESCE(status, 'A') = 'A')
                                 GROUP BY country, eff_age) ag) ca
                     GROUP BY ca.country) md
                 ON md.country IS NOT DISTINCT FROM db.country
               WHERE :DELTA-FILTER-SWITCH = 'N'
                  OR db.country IN (
                         SELECT DISTINCT country
                         FROM databank_snapshot
                         WHERE snap_date =
                                  FROM databank_snapshot x)
                           AND created_at > :WATERMARK-LAST-TS
                     )
               GROUP BY db.country
               ON CONFLICT (country) DO UPDATE
                   SET min_age = EXCLUDED.min_age,
                       max_age = EXCLUDED.max_age,
               SELECT
                   country,
                   spoken,
                   ROUND(SUM(person_count) * 100.0
                       / NULLIF(SUM(SUM(person_count))
                                OVER (PARTITION BY country), 0), 2)
               FROM stat_summary
               WHERE snap_date =
                     (SELECT MAX(x.snap_date)
                        FROM databank_snapshot x)
                       WHEN eff_age BETWEEN 35 AND 59 THEN '35-59'
                       ELSE '60+'
                   END,
                   COALESCE(SUM(person_count) FILTER
                       (WHERE gender = 'Male'), 0),
                   COALESCE(SUM(person_count) FILTER
                       (WHERE gender = 'Female'), 0),
                   COALESCE(SUM(person_count) FILTER
                       (WHERE gender NOT IN ('Male', 'Female')), 0)
               FROM (SELECT country, gender, eff_age, person_count
                     FROM stat_summary
                     WHERE snap_date =
                           (SELECT MAX(x.snap_date)
                              FROM databank_snapshot x)
      * run also appends today's figures into history tables keyed by
      * run date; TrendRpt reads those for the run-over-run page.
       3030-SNAPSHOT-STATISTICS-HISTORY.
           MOVE 'gender_proportions_history' TO CLS-TABLE-NAME.
           PERFORM 1035-CHECK-YEAR-CLOSE
               THRU 1035-CHECK-YEAR-CLOSE-END.
           IF CLS-CLOSED-FLAG = 'Y'
               MOVE 'language_distribution_history' TO CLS-TABLE-NAME
               PERFORM 1035-CHECK-YEAR-CLOSE
                   THRU 1035-CHECK-YEAR-CLOSE-END
               GO TO 3030-SNAPSHOT-STATISTICS-HISTORY-END
           END-IF.

           EXEC SQL
               INSERT INTO gender_proportions_history
                   (run_date, country, min_age, max_age, median_age,
           END-IF.
       1030-CHECK-OPS-HOLD-END.
      ******************************************************************
      * History rows of a year closed by YrClose are locked: the
      * shared check refuses and logs the write, and the caller
      * skips it.
       1035-CHECK-YEAR-CLOSE.
           MOVE 'GenRpt' TO CLS-PROGRAM-NAME.
           COPY "CloseChk.cpy".
       1035-CHECK-YEAR-CLOSE-END.
      ******************************************************************
      ******************************************************************
      * All statistics published for a run must describe the same
      * data: the job reads the frozen databank_snapshot, keyed on
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

           MOVE ZEROS TO IND-RANK-COUNT.

           MOVE 'demographic_indicators_history' TO CLS-TABLE-NAME.
           PERFORM 1035-CHECK-YEAR-CLOSE
               THRU 1035-CHECK-YEAR-CLOSE-END.
           MOVE CLS-CLOSED-FLAG TO IND-HISTORY-LOCKED-SW.

           EXEC SQL DECLARE INDIC_CUR CURSOR FOR
               SELECT country,
                      ROUND(CAST(SUM(eff_age * person_count)
                                 AS NUMERIC)
                            / NULLIF(SUM(person_count) FILTER
                                (WHERE eff_age IS NOT NULL), 0), 2),
                      ROUND((COALESCE(SUM(person_count) FILTER
                                 (WHERE eff_age <= 17), 0)
                             + COALESCE(SUM(person_count) FILTER
                                 (WHERE eff_age >= 60), 0))
                            * 100.0
                            / NULLIF(SUM(person_count) FILTER
                                (WHERE eff_age BETWEEN 18 AND 59),
                                0), 2),
                      ROUND(COALESCE(SUM(person_count) FILTER
                                (WHERE gender = 'Male'), 0)
                            * 100.0
                            / NULLIF(SUM(person_count) FILTER
                                (WHERE gender = 'Female'), 0), 2),
                      ROUND(COALESCE(SUM(person_count) FILTER
                                (WHERE eff_age >= 60), 0)
                            * 100.0 / NULLIF(SUM(person_count), 0), 2)
               FROM (SELECT country, gender, eff_age, person_count
                     FROM stat_summary
                     WHERE snap_date =
                           (SELECT MAX(x.snap_date)
                              FROM databank_snapshot x)
                       AND (:INCL-INACTIVE-SWITCH = 'Y'
                            OR COALESCE(status, 'A') = 'A')) di
               GROUP BY country
               ORDER BY 2 DESC NULLS LAST, country
           END-EXEC.

           EXEC SQL OPEN INDIC_CUR END-EXEC.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           IF IND-HISTORY-LOCKED-SW = 'Y'
               GO TO 2550-WRITE-ONE-INDICATOR-ROW-END
           END-IF.

           EXEC SQL
               INSERT INTO demographic_indicators_history
                   (run_date, country, mean_age, dependency_ratio,
