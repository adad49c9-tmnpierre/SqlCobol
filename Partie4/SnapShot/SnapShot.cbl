      * the reporting population once into databank_snapshot, so
      * every statistics job published for the run date describes the
      * same data and reconciliation stops chasing timing ghosts. A
      * rerun on the same date refreshes the frozen set. Only what the
      * statistics need is frozen: the effective age on the snapshot
      * date, never the birth date itself.
       01  SNAPPED-ROWS-DISP      PIC 9(7) VALUE ZEROS.

       01  LOCAL-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.
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

