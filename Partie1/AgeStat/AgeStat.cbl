
       01  OUTLIER-COUNT          PIC 9(6) VALUE ZEROS.

      * Optional business-unit break: run with UNIT among the
      * parameters and the age distribution is also given per owning
      * unit, each under its own heading. The figures stay shop-wide.
       01  UNIT-BREAK-FLAG        PIC X(1) VALUE 'N'.
           88  UNIT-BREAK-WANTED        VALUE 'Y'.
       01  PREV-UNIT              PIC X(10) VALUE SPACES.
       01  UNIT-BUCKET-COUNTS.
           05  UNIT-0-17          PIC 9(6) VALUE ZEROS.
           05  UNIT-18-34         PIC 9(6) VALUE ZEROS.
           05  UNIT-35-59         PIC 9(6) VALUE ZEROS.
           05  UNIT-60-UP         PIC 9(6) VALUE ZEROS.

       COPY "RetryCfg.cpy".

       01  LOCAL-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.
       COPY "HoldVar.cpy".

       01  SNAP-ROW-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
       01  SUMMARY-ROW-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  SUMMARY-OUTLIER-COUNT  PIC S9(9) COMP-5 VALUE ZERO.
       COPY "RptCat.cpy".
       COPY "JobRun.cpy".

           05  SQL-AGE-COUNT   PIC 99.

       01  SQL-OUTLIER-ID       PIC X(36).
       01  SQL-BUSINESS-UNIT    PIC X(10) VALUE SPACES.
       01  SQL-OUTLIER-AGE      PIC S9(4).

       EXEC SQL END DECLARE SECTION END-EXEC.
           PERFORM 1085-ENSURE-SNAPSHOT
               THRU 1085-ENSURE-SNAPSHOT-END.

           PERFORM 1087-ENSURE-STAT-SUMMARY
               THRU 1087-ENSURE-STAT-SUMMARY-END.

           PERFORM 1070-START-JOB-RUN-LOG
               THRU 1070-START-JOB-RUN-LOG-END.

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
                   MOVE 'Y' TO INCL-INACTIVE-SWITCH
                   DISPLAY 'Including inactive individuals '
                           '(compliance view).'
               ELSE
               IF CMD-TOKEN = 'UNIT'
                   MOVE 'Y' TO UNIT-BREAK-FLAG
                   DISPLAY 'Age distribution broken down by '
                           'business unit.'
               ELSE
                   MOVE CMD-TOKEN(1:10) TO TARGET-COUNTRY-CODE
                   SET COUNTRY-FILTER-ON TO TRUE
                           TARGET-COUNTRY-CODE
               END-IF
               END-IF
               END-IF
           END-IF.
       1085-APPLY-RUN-PARM-TOKEN-END.
      ******************************************************************
           MOVE 8 TO LS-RETURN-CODE.
           GOBACK.
      ******************************************************************
      * The figures come from stat_summary, counted once per snapshot
      * right after SnapShot. A DELTA run needs created_at, which the
      * summary does not carry, so it alone reads the snapshot rows.
       3001-GET-MAX-MIN-AGE.
           EXEC SQL
               SELECT MAX(d.eff_age), MIN(d.eff_age)
               INTO :MAX-AGE-VALUE, :MIN-AGE-VALUE
               FROM (SELECT country_code, status, eff_age,
                            person_count
                     FROM stat_summary
                     WHERE :DELTA-FILTER-SWITCH = 'N'
                       AND snap_date =
                           (SELECT MAX(x.snap_date)
                              FROM databank_snapshot x)
                     UNION ALL
                     SELECT country_code, status,
                            eff_age,
                            1
                     FROM databank_snapshot
                     WHERE :DELTA-FILTER-SWITCH = 'Y'
                       AND snap_date =
                           (SELECT MAX(x.snap_date)
                              FROM databank_snapshot x)
                       AND created_at > :WATERMARK-LAST-TS) d
               WHERE (:INCL-INACTIVE-SWITCH = 'Y'
                      OR COALESCE(d.status, 'A') = 'A')
                 AND (:COUNTRY-FILTER-SWITCH = 'N'
                      OR d.country_code = :TARGET-COUNTRY-CODE)
           END-EXEC.

           MOVE MAX-AGE-VALUE TO MAX-AGE.
           MOVE ZEROS TO BUCKET-0-17, BUCKET-18-34, BUCKET-35-59,
                         BUCKET-60-UP.

           IF UNIT-BREAK-WANTED
               PERFORM 4050-SCAN-UNIT-AGES
                   THRU 4050-SCAN-UNIT-AGES-END
               GO TO 4001-WRITE-DISTRIBUTION
           END-IF.

           EXEC SQL DECLARE AGE_CUR CURSOR FOR
               SELECT d.eff_age, SUM(d.person_count)
               FROM (SELECT country_code, status, eff_age,
                            person_count
                     FROM stat_summary
                     WHERE :DELTA-FILTER-SWITCH = 'N'
                       AND snap_date =
                           (SELECT MAX(x.snap_date)
                              FROM databank_snapshot x)
                     UNION ALL
                     SELECT country_code, status,
                            eff_age,
                            1
                     FROM databank_snapshot
                     WHERE :DELTA-FILTER-SWITCH = 'Y'
                       AND snap_date =
                           (SELECT MAX(x.snap_date)
                              FROM databank_snapshot x)
                       AND created_at > :WATERMARK-LAST-TS) d
               WHERE (:INCL-INACTIVE-SWITCH = 'Y'
                      OR COALESCE(d.status, 'A') = 'A')
                 AND (:COUNTRY-FILTER-SWITCH = 'N'
                      OR d.country_code = :TARGET-COUNTRY-CODE)
               GROUP BY d.eff_age
               ORDER BY d.eff_age ASC
           END-EXEC.

           EXEC SQL CLOSE AGE_CUR END-EXEC.

       4001-WRITE-DISTRIBUTION.
           DISPLAY 'Age Distribution: '.
           DISPLAY '  0-17 : ' BUCKET-0-17.
           DISPLAY ' 18-34 : ' BUCKET-18-34.
                  INTO AGE-REPORT-LINE
           WRITE AGE-REPORT-LINE.
       4001-GET-AGE-COUNT-END.
      ******************************************************************
      * The same age counts, split by owning business unit: each
      * unit's four bands are written under its heading, and the
      * shop-wide bands are added up on the way. A summary built
      * before units were recorded shows its rows under UNKNOWN.
       4050-SCAN-UNIT-AGES.
           MOVE SPACES TO PREV-UNIT.
           MOVE ZEROS TO UNIT-0-17, UNIT-18-34, UNIT-35-59,
                         UNIT-60-UP.

           EXEC SQL DECLARE UNIT_AGE_CUR CURSOR FOR
               SELECT COALESCE(d.business_unit, 'UNKNOWN'),
                      d.eff_age, SUM(d.person_count)
               FROM (SELECT country_code, status, eff_age,
                            business_unit, person_count
                     FROM stat_summary
                     WHERE :DELTA-FILTER-SWITCH = 'N'
                       AND snap_date =
                           (SELECT MAX(x.snap_date)
                              FROM databank_snapshot x)
                     UNION ALL
                     SELECT country_code, status,
                            eff_age,
                            COALESCE(business_unit,
                                databank_unit(CAST(id AS VARCHAR))),
                            1
                     FROM databank_snapshot
                     WHERE :DELTA-FILTER-SWITCH = 'Y'
                       AND snap_date =
                           (SELECT MAX(x.snap_date)
                              FROM databank_snapshot x)
                       AND created_at > :WATERMARK-LAST-TS) d
               WHERE (:INCL-INACTIVE-SWITCH = 'Y'
                      OR COALESCE(d.status, 'A') = 'A')
                 AND (:COUNTRY-FILTER-SWITCH = 'N'
                      OR d.country_code = :TARGET-COUNTRY-CODE)
               GROUP BY COALESCE(d.business_unit, 'UNKNOWN'),
                        d.eff_age
               ORDER BY 1, d.eff_age ASC
           END-EXEC.

           EXEC SQL OPEN UNIT_AGE_CUR END-EXEC.

           PERFORM UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH UNIT_AGE_CUR
                   INTO :SQL-BUSINESS-UNIT, :SQL-AGE-VALUE,
                        :SQL-AGE-COUNT
               END-EXEC

               IF SQLCODE = 0 THEN
                   IF SQL-BUSINESS-UNIT NOT = PREV-UNIT
                       PERFORM 4060-WRITE-UNIT-BREAK
                           THRU 4060-WRITE-UNIT-BREAK-END
                   END-IF
                   PERFORM 4100-ADD-TO-AGE-BUCKET
                       THRU 4100-ADD-TO-AGE-BUCKET-END
                   PERFORM 4150-ADD-TO-UNIT-BUCKET
                       THRU 4150-ADD-TO-UNIT-BUCKET-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE UNIT_AGE_CUR END-EXEC.

           MOVE SPACES TO SQL-BUSINESS-UNIT.
           PERFORM 4060-WRITE-UNIT-BREAK
               THRU 4060-WRITE-UNIT-BREAK-END.
       4050-SCAN-UNIT-AGES-END.
      ******************************************************************
      * Close the previous unit with its four bands, then head the
      * next one; called with spaces after the last row to close the
      * list.
       4060-WRITE-UNIT-BREAK.
           IF PREV-UNIT NOT = SPACES
               MOVE SPACES TO AGE-REPORT-LINE
               STRING '  Unit ' DELIMITED BY SIZE
                      PREV-UNIT DELIMITED BY SPACE
                      '  0-17: ' DELIMITED BY SIZE
                      UNIT-0-17 DELIMITED BY SIZE
                      ' 18-34: ' DELIMITED BY SIZE
                      UNIT-18-34 DELIMITED BY SIZE
                      ' 35-59: ' DELIMITED BY SIZE
                      UNIT-35-59 DELIMITED BY SIZE
                      ' 60+: ' DELIMITED BY SIZE
                      UNIT-60-UP DELIMITED BY SIZE
                      INTO AGE-REPORT-LINE
               DISPLAY AGE-REPORT-LINE
               WRITE AGE-REPORT-LINE
           END-IF.

           MOVE ZEROS TO UNIT-0-17, UNIT-18-34, UNIT-35-59,
                         UNIT-60-UP.
           MOVE SQL-BUSINESS-UNIT TO PREV-UNIT.

           IF SQL-BUSINESS-UNIT NOT = SPACES
               MOVE SPACES TO AGE-REPORT-LINE
               STRING 'Business unit: ' DELIMITED BY SIZE
                      SQL-BUSINESS-UNIT DELIMITED BY SPACE
                      INTO AGE-REPORT-LINE
               DISPLAY AGE-REPORT-LINE
               WRITE AGE-REPORT-LINE
           END-IF.
       4060-WRITE-UNIT-BREAK-END.
      ******************************************************************
       4100-ADD-TO-AGE-BUCKET.
           EVALUATE TRUE
           END-EVALUATE.
       4100-ADD-TO-AGE-BUCKET-END.
      ******************************************************************
       4150-ADD-TO-UNIT-BUCKET.
           EVALUATE TRUE
               WHEN SQL-AGE-VALUE <= 17
                   ADD SQL-AGE-COUNT TO UNIT-0-17
               WHEN SQL-AGE-VALUE <= 34
                   ADD SQL-AGE-COUNT TO UNIT-18-34
               WHEN SQL-AGE-VALUE <= 59
                   ADD SQL-AGE-COUNT TO UNIT-35-59
               WHEN OTHER
                   ADD SQL-AGE-COUNT TO UNIT-60-UP
           END-EVALUATE.
       4150-ADD-TO-UNIT-BUCKET-END.
      ******************************************************************
      * Outliers are listed by id, so they need the snapshot rows;
      * a full run first asks the summary whether there are any and
      * skips the row scan on the usual night when there are none.
       5001-FLAG-AGE-OUTLIERS.
           MOVE ZEROS TO OUTLIER-COUNT.
           MOVE 1 TO SUMMARY-OUTLIER-COUNT.

           IF DELTA-FILTER-SWITCH = 'N'
               EXEC SQL
                   SELECT COALESCE(SUM(person_count), 0)
                   INTO :SUMMARY-OUTLIER-COUNT
                   FROM stat_summary
                   WHERE snap_date =
                         (SELECT MAX(x.snap_date)
                            FROM databank_snapshot x)
                     AND (eff_age < 0 OR eff_age > 120)
                     AND (:INCL-INACTIVE-SWITCH = 'Y'
                          OR COALESCE(status, 'A') = 'A')
                     AND (:COUNTRY-FILTER-SWITCH = 'N'
                          OR country_code = :TARGET-COUNTRY-CODE)
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           IF SUMMARY-OUTLIER-COUNT = 0
               GO TO 5050-REPORT-OUTLIER-COUNT
           END-IF.

           EXEC SQL DECLARE OUTLIER_CUR CURSOR FOR
               SELECT d.id, d.eff_age
               FROM (SELECT id, country_code, created_at,
                            eff_age
                     FROM databank_snapshot
                     WHERE snap_date =
                           (SELECT MAX(x.snap_date)

           EXEC SQL CLOSE OUTLIER_CUR END-EXEC.

       5050-REPORT-OUTLIER-COUNT.
           DISPLAY 'Age outliers (outside 0-120): ' OUTLIER-COUNT.

           MOVE SPACES TO AGE-REPORT-LINE.
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
