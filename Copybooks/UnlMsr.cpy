      * Shared body of the unload control figures, measured by DbUnld
      * at unload time and again by DbReld after a reload or on a
      * verify: the Seal figures (row count and key-column checksum
      * of databank, journal row count - the same measure as Seal's
      * 2000-MEASURE-CURRENT-STATE, keep the two in step) and the
      * ReconAgg reference totals (active individuals of the latest
      * snapshot by the effective-age bucket frozen with each row).
      * The caller checks SQLCODE afterwards (0 is success).
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CAST(CAST('x' || SUBSTRING(
                          MD5(COALESCE(t.id, '') || '|' ||
                              COALESCE(t.last_name, '') || '|' ||
                              COALESCE(t.first_name, '') || '|' ||
                              COALESCE(t.email, '') || '|' ||
                              COALESCE(t.country_code, '') || '|' ||
                              COALESCE(CAST(t.age AS VARCHAR), '')
                              || '|' ||
                              COALESCE(t.status, 'A')),
                          1, 8) AS BIT(32)) AS INTEGER)), 0)
               INTO :UNL-SEAL-ROWS, :UNL-SEAL-CHECKSUM
               FROM databank t
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   SELECT COUNT(*) INTO :UNL-SEAL-JOURNAL
                   FROM databank_change_journal
               END-EXEC
           END-IF
           IF SQLCODE = 0
               EXEC SQL
                   SELECT
                       COUNT(*) FILTER (WHERE eff_age <= 17),
                       COUNT(*) FILTER (WHERE eff_age BETWEEN 18
                                                      AND 34),
                       COUNT(*) FILTER (WHERE eff_age BETWEEN 35
                                                      AND 59),
                       COUNT(*) FILTER (WHERE eff_age >= 60)
                   INTO :UNL-BUCKET-0-17, :UNL-BUCKET-18-34,
                        :UNL-BUCKET-35-59, :UNL-BUCKET-60-UP
                   FROM (SELECT eff_age
                         FROM databank_snapshot
                         WHERE snap_date =
                               (SELECT MAX(x.snap_date)
                                  FROM databank_snapshot x)
                           AND COALESCE(status, 'A') = 'A') d
               END-EXEC
           END-IF
