       01  COMPARE-LABEL          PIC X(40) VALUE SPACES.
       01  RUN-MODE-PARM          PIC X(10) VALUE SPACES.
       01  DISCREPANCY-COUNT      PIC 9(4) VALUE ZEROS.
       01  RETURN-DISCREPANCIES   PIC 9(4) VALUE ZEROS.
       01  REPORT-LINE            PIC X(120) VALUE SPACES.
       01  DASH-LINE              PIC X(78) VALUE ALL '-'.


       01  INCL-INACTIVE-SWITCH   PIC X VALUE 'N'.

       01  MART-DATE-KEY          PIC S9(9) COMP-5 VALUE ZERO.
       01  SNAP-DATE-KEY          PIC S9(9) COMP-5 VALUE ZERO.
       01  SUMMARY-ROW-COUNT      PIC S9(9) COMP-5 VALUE ZERO.

       01  RETURN-PERIOD          PIC X(6) VALUE SPACES.
       01  RETURN-KNOWN-TOTAL     PIC S9(9) COMP-5 VALUE ZERO.
       01  RETURN-RECON-STATUS    PIC X VALUE SPACES.

       01  SQL-BUCKET-ROW.
           05  DBK-BUCKET-0-17    PIC S9(9) COMP-5.
           05  DBK-BUCKET-18-34   PIC S9(9) COMP-5.
           PERFORM 5001-CHECK-AGESTAT-REPORT
               THRU 5001-CHECK-AGESTAT-REPORT-END.

           PERFORM 7001-CHECK-DATA-MART
               THRU 7001-CHECK-DATA-MART-END.

           PERFORM 8001-CHECK-STAT-SUMMARY
               THRU 8001-CHECK-STAT-SUMMARY-END.

           PERFORM 8101-CHECK-STAT-RETURN
               THRU 8101-CHECK-STAT-RETURN-END.

           PERFORM 6001-WRITE-VERDICT
               THRU 6001-WRITE-VERDICT-END.

                   COUNT(*) FILTER (WHERE eff_age >= 60)
               INTO :DBK-BUCKET-0-17, :DBK-BUCKET-18-34,
                    :DBK-BUCKET-35-59, :DBK-BUCKET-60-UP
               FROM (SELECT eff_age
                     FROM databank_snapshot
                     WHERE snap_date =
                           (SELECT MAX(x.snap_date)
                   CONTINUE
           END-EVALUATE.
       5100-PARSE-AGESTAT-LINE-END.
      ******************************************************************
      * The reporting mart is kept up incrementally by MartLoad, so
      * it is the copy most likely to drift. Its figures are only
      * comparable when it was loaded for the day the snapshot was
      * frozen; otherwise the comparison is skipped with a note, as
      * for a missing AgeStat report. Bracket 9 (no age known) is
      * outside the reference buckets and is not compared.
       7001-CHECK-DATA-MART.
           EXEC SQL
               SELECT COALESCE(MAX(f.date_key), 0),
                      COALESCE(CAST(TO_CHAR(
                          (SELECT MAX(x.snap_date)
                             FROM databank_snapshot x),
                          'YYYYMMDD') AS INTEGER), 0)
               INTO :MART-DATE-KEY, :SNAP-DATE-KEY
               FROM mart_population_fact f
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF MART-DATE-KEY NOT = SNAP-DATE-KEY
               DISPLAY 'Data mart not loaded for the snapshot date - '
                       'skipping that comparison.'
               MOVE 'Data mart: (not loaded for the snapshot date)'
                   TO REPORT-LINE
               WRITE RECON-REPORT-LINE FROM REPORT-LINE
               GO TO 7001-CHECK-DATA-MART-END
           END-IF.

           EXEC SQL
               SELECT
                   COALESCE(SUM(f.individual_count)
                       FILTER (WHERE f.bracket_key = 1), 0),
                   COALESCE(SUM(f.individual_count)
                       FILTER (WHERE f.bracket_key = 2), 0),
                   COALESCE(SUM(f.individual_count)
                       FILTER (WHERE f.bracket_key = 3), 0),
                   COALESCE(SUM(f.individual_count)
                       FILTER (WHERE f.bracket_key = 4), 0)
               INTO :DBK-BUCKET-0-17, :DBK-BUCKET-18-34,
                    :DBK-BUCKET-35-59, :DBK-BUCKET-60-UP
               FROM mart_population_fact f
               JOIN mart_dim_status s ON s.status_key = f.status_key
               WHERE f.date_key = :MART-DATE-KEY
                 AND (:INCL-INACTIVE-SWITCH = 'Y'
                      OR s.status_code = 'A')
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'data mart 0-17' TO COMPARE-LABEL.
           MOVE REF-BUCKET-0-17 TO COMPARE-EXPECTED.
           MOVE DBK-BUCKET-0-17 TO COMPARE-ACTUAL.
           PERFORM 9000-COMPARE-ONE-AGGREGATE
               THRU 9000-COMPARE-ONE-AGGREGATE-END.

           MOVE 'data mart 18-34' TO COMPARE-LABEL.
           MOVE REF-BUCKET-18-34 TO COMPARE-EXPECTED.
           MOVE DBK-BUCKET-18-34 TO COMPARE-ACTUAL.
           PERFORM 9000-COMPARE-ONE-AGGREGATE
               THRU 9000-COMPARE-ONE-AGGREGATE-END.

           MOVE 'data mart 35-59' TO COMPARE-LABEL.
           MOVE REF-BUCKET-35-59 TO COMPARE-EXPECTED.
           MOVE DBK-BUCKET-35-59 TO COMPARE-ACTUAL.
           PERFORM 9000-COMPARE-ONE-AGGREGATE
               THRU 9000-COMPARE-ONE-AGGREGATE-END.

           MOVE 'data mart 60+' TO COMPARE-LABEL.
           MOVE REF-BUCKET-60-UP TO COMPARE-EXPECTED.
           MOVE DBK-BUCKET-60-UP TO COMPARE-ACTUAL.
           PERFORM 9000-COMPARE-ONE-AGGREGATE
               THRU 9000-COMPARE-ONE-AGGREGATE-END.
       7001-CHECK-DATA-MART-END.
      ******************************************************************
      * The statistics jobs no longer count the snapshot themselves;
      * they sum the stat_summary counts StatAgg builds. The reference
      * above is still an independent scan of the snapshot rows, so
      * the summary is checked against it here like any other
      * published aggregate. No summary for the snapshot date means
      * nothing read it yet - skipped with a note.
       8001-CHECK-STAT-SUMMARY.
           EXEC SQL
               SELECT COUNT(*),
                   COALESCE(SUM(person_count)
                       FILTER (WHERE eff_age <= 17), 0),
                   COALESCE(SUM(person_count)
                       FILTER (WHERE eff_age BETWEEN 18 AND 34), 0),
                   COALESCE(SUM(person_count)
                       FILTER (WHERE eff_age BETWEEN 35 AND 59), 0),
                   COALESCE(SUM(person_count)
                       FILTER (WHERE eff_age >= 60), 0)
               INTO :SUMMARY-ROW-COUNT,
                    :DBK-BUCKET-0-17, :DBK-BUCKET-18-34,
                    :DBK-BUCKET-35-59, :DBK-BUCKET-60-UP
               FROM stat_summary
               WHERE snap_date =
                     (SELECT MAX(x.snap_date)
                        FROM databank_snapshot x)
                 AND (:INCL-INACTIVE-SWITCH = 'Y'
                      OR COALESCE(status, 'A') = 'A')
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF SUMMARY-ROW-COUNT = 0
               DISPLAY 'No statistics summary for the snapshot date - '
                       'skipping that comparison.'
               MOVE 'Statistics summary: (none for the snapshot date)'
                   TO REPORT-LINE
               WRITE RECON-REPORT-LINE FROM REPORT-LINE
               GO TO 8001-CHECK-STAT-SUMMARY-END
           END-IF.

           MOVE 'stat_summary 0-17' TO COMPARE-LABEL.
           MOVE REF-BUCKET-0-17 TO COMPARE-EXPECTED.
           MOVE DBK-BUCKET-0-17 TO COMPARE-ACTUAL.
           PERFORM 9000-COMPARE-ONE-AGGREGATE
               THRU 9000-COMPARE-ONE-AGGREGATE-END.

           MOVE 'stat_summary 18-34' TO COMPARE-LABEL.
           MOVE REF-BUCKET-18-34 TO COMPARE-EXPECTED.
           MOVE DBK-BUCKET-18-34 TO COMPARE-ACTUAL.
           PERFORM 9000-COMPARE-ONE-AGGREGATE
               THRU 9000-COMPARE-ONE-AGGREGATE-END.

           MOVE 'stat_summary 35-59' TO COMPARE-LABEL.
           MOVE REF-BUCKET-35-59 TO COMPARE-EXPECTED.
           MOVE DBK-BUCKET-35-59 TO COMPARE-ACTUAL.
           PERFORM 9000-COMPARE-ONE-AGGREGATE
               THRU 9000-COMPARE-ONE-AGGREGATE-END.

           MOVE 'stat_summary 60+' TO COMPARE-LABEL.
           MOVE REF-BUCKET-60-UP TO COMPARE-EXPECTED.
           MOVE DBK-BUCKET-60-UP TO COMPARE-ACTUAL.
           PERFORM 9000-COMPARE-ONE-AGGREGATE
               THRU 9000-COMPARE-ONE-AGGREGATE-END.
       8001-CHECK-STAT-SUMMARY-END.
      ******************************************************************
      * A quarterly return frozen from this snapshot is released to
      * the statistics office only once it balances here. Its five-
      * year groups straddle the brackets above, so the check is on
      * the total of known ages; the verdict is stamped on the
      * freeze for StatRet BUILD. The return counts active people
      * only, so an INCLINACT run leaves it alone.
       8101-CHECK-STAT-RETURN.
           IF INCL-INACTIVE-SWITCH = 'Y'
               GO TO 8101-CHECK-STAT-RETURN-END
           END-IF.

           EXEC SQL
               SELECT p.period,
                      (SELECT COALESCE(SUM(c.person_count), 0)
                         FROM stat_return_cell c
                        WHERE c.period = p.period
                          AND c.known_age = 'Y')
               INTO :RETURN-PERIOD, :RETURN-KNOWN-TOTAL
               FROM stat_return_period p
               WHERE p.snap_date =
                     (SELECT MAX(x.snap_date)
                        FROM databank_snapshot x)
               ORDER BY p.period DESC
               LIMIT 1
           END-EXEC.

           IF SQLCODE = +100
               GO TO 8101-CHECK-STAT-RETURN-END
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE DISCREPANCY-COUNT TO RETURN-DISCREPANCIES.
           MOVE SPACES TO COMPARE-LABEL.
           STRING 'stat_return ' DELIMITED BY SIZE
                  RETURN-PERIOD DELIMITED BY SIZE
                  ' known ages' DELIMITED BY SIZE
                  INTO COMPARE-LABEL.
           COMPUTE COMPARE-EXPECTED = REF-BUCKET-0-17
               + REF-BUCKET-18-34 + REF-BUCKET-35-59
               + REF-BUCKET-60-UP.
           MOVE RETURN-KNOWN-TOTAL TO COMPARE-ACTUAL.
           PERFORM 9000-COMPARE-ONE-AGGREGATE
               THRU 9000-COMPARE-ONE-AGGREGATE-END.

           IF DISCREPANCY-COUNT = RETURN-DISCREPANCIES
               MOVE 'P' TO RETURN-RECON-STATUS
           ELSE
               MOVE 'B' TO RETURN-RECON-STATUS
           END-IF.

           EXEC SQL
               UPDATE stat_return_period
                  SET recon_status = :RETURN-RECON-STATUS,
                      recon_at = CURRENT_TIMESTAMP
               WHERE period = :RETURN-PERIOD
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8101-CHECK-STAT-RETURN-END.
      ******************************************************************
       9000-COMPARE-ONE-AGGREGATE.
           COMPUTE COMPARE-DELTA = COMPARE-ACTUAL - COMPARE-EXPECTED.
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

