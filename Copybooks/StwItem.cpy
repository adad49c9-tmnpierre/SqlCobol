      * Shared body that turns one checker finding into a steward work
      * item. A new problem opens an item for the steward the
      * assignment table gives - the individual's supplier first,
      * then the country, then the DEFAULT entry. A problem already
      * on the queue is only marked seen again; one that was FIXED is
      * back, so it reopens and counts the reopening. An item the
      * steward ACCEPTED as is stays accepted. The body is a complete
      * sentence.
           EXEC SQL
               INSERT INTO steward_work_item
                   (databank_id, rule_code, source_program,
                    steward_id, status, first_seen, last_seen,
                    status_by, status_at, reopen_count)
               VALUES
                   (TRIM(:STW-DATABANK-ID), TRIM(:STW-RULE-CODE),
                    TRIM(:STW-SOURCE-PROGRAM),
                    COALESCE(
                        (SELECT a.steward_id
                           FROM steward_assignment a
                           JOIN load_batch lb
                             ON a.match_value = lb.supplier_id
                           JOIN databank d
                             ON d.load_batch_id = lb.batch_id
                          WHERE a.match_type = 'SUPPLIER'
                            AND d.id = :STW-DATABANK-ID
                          LIMIT 1),
                        (SELECT a.steward_id
                           FROM steward_assignment a
                           JOIN databank d
                             ON a.match_value =
                                UPPER(TRIM(d.country_code))
                          WHERE a.match_type = 'COUNTRY'
                            AND d.id = :STW-DATABANK-ID
                          LIMIT 1),
                        (SELECT a.steward_id
                           FROM steward_assignment a
                          WHERE a.match_type = 'DEFAULT'
                          LIMIT 1),
                        'UNASSIGNED'),
                    'OPEN', CURRENT_DATE, CURRENT_TIMESTAMP,
                    TRIM(:STW-SOURCE-PROGRAM), CURRENT_TIMESTAMP, 0)
               ON CONFLICT (databank_id, rule_code) DO UPDATE SET
                   last_seen = EXCLUDED.last_seen,
                   status =
                       CASE WHEN steward_work_item.status = 'FIXED'
                            THEN 'OPEN'
                            ELSE steward_work_item.status END,
                   reopen_count = steward_work_item.reopen_count +
                       CASE WHEN steward_work_item.status = 'FIXED'
                            THEN 1 ELSE 0 END,
                   last_reopened_at =
                       CASE WHEN steward_work_item.status = 'FIXED'
                            THEN CURRENT_TIMESTAMP
                            ELSE steward_work_item.last_reopened_at
                       END,
                   closed_at =
                       CASE WHEN steward_work_item.status = 'FIXED'
                            THEN NULL
                            ELSE steward_work_item.closed_at END,
                   status_by =
                       CASE WHEN steward_work_item.status = 'FIXED'
                            THEN EXCLUDED.status_by
                            ELSE steward_work_item.status_by END,
                   status_at =
                       CASE WHEN steward_work_item.status = 'FIXED'
                            THEN CURRENT_TIMESTAMP
                            ELSE steward_work_item.status_at END
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
