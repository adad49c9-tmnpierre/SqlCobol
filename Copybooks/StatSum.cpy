      * Shared body of the statistics summary build: replace the
      * stat_summary rows of the latest snapshot date with one count
      * per combination of the values the reporting jobs group and
      * filter on. Effective age is the one frozen with the snapshot
      * row (the birth_date-derived age on the snapshot date, with
      * the stored age as fallback), the rule every statistics job
      * uses. The business unit is the one frozen with the snapshot,
      * or the owner's current unit for a snapshot taken without it,
      * so every count can be broken down by unit. StatAgg runs it
      * right after SnapShot; a reporting job
      * started standalone runs it when it finds no summary for the
      * snapshot it reads. The caller checks SQLCODE afterwards
      * (0 or +100 is success).
           EXEC SQL
               DELETE FROM stat_summary
               WHERE snap_date =
                     (SELECT MAX(x.snap_date)
                        FROM databank_snapshot x)
           END-EXEC
           IF SQLCODE = 0 OR SQLCODE = +100
               EXEC SQL
                   INSERT INTO stat_summary
                       (snap_date, country, country_code, gender,
                        spoken, status, age, eff_age, business_unit,
                        person_count)
                   SELECT snap_date, country, country_code, gender,
                          spoken, status, age,
                          eff_age,
                          COALESCE(business_unit,
                              databank_unit(CAST(id AS VARCHAR))),
                          COUNT(*)
                   FROM databank_snapshot
                   WHERE snap_date =
                         (SELECT MAX(x.snap_date)
                            FROM databank_snapshot x)
                   GROUP BY snap_date, country, country_code, gender,
                            spoken, status, age,
                            eff_age,
                            COALESCE(business_unit,
                                databank_unit(CAST(id AS VARCHAR)))
               END-EXEC
           END-IF
