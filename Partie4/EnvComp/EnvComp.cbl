      * Row count plus an order-independent content checksum (a
      * 32-bit slice of each row's MD5, summed) per compared table.
      * A missing table measures as zero rows - visible as a
      * difference rather than a crash. The databank and journal rows
      * are hashed as their decrypted views show them, without the
      * ciphertext and search-token columns: those differ between
      * environments by design (salted encryption, per-environment
      * keys) even when the data is the same.
       3001-MEASURE-ALL-TABLES.
           MOVE 1 TO CMP-IDX.
           MOVE 'databank' TO CMP-TABLE-NAME(1).
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CAST(CAST('x' || SUBSTRING(
                          MD5(CAST(to_jsonb(t) - 'email_enc'
                                   - 'birth_date_enc' - 'street_enc'
                                   - 'national_no_enc' - 'email_token'
                                   - 'national_no_token' AS VARCHAR)),
                          1, 8)
                          AS BIT(32)) AS INTEGER)), 0)
               INTO :MSR-ROW-COUNT, :MSR-CHECKSUM
               FROM databank t
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CAST(CAST('x' || SUBSTRING(
                          MD5(CAST(to_jsonb(t) - 'old_values_enc'
                                   - 'new_values_enc' AS VARCHAR)),
                          1, 8)
                          AS BIT(32)) AS INTEGER)), 0)
               INTO :MSR-ROW-COUNT, :MSR-CHECKSUM
               FROM databank_change_journal t
