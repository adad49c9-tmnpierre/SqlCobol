      * Shared body of every databank writer's 1035-SET-CHANGE-
      * SOURCE: tell the session who is changing databank, so the
      * provenance trigger on databank_store can record, field by
      * field, where each value came from. With no source id a load
      * is named by its batch, anything else by the run's start
      * time, which is how the run's job_run_log row is found. The
      * settings hold for the rest of the session, but a ROLLBACK of
      * the transaction that made them takes them back - a program
      * that rolls back and carries on writing performs its 1035
      * again. The program's own code after this COPY checks SQLCODE.
           EXEC SQL
               SELECT COUNT(*) INTO :SRC-SET-COUNT
               FROM (SELECT set_config('prov.program',
                                TRIM(:SRC-PROGRAM-NAME), false),
                            set_config('prov.source_id',
                                COALESCE(NULLIF(TRIM(:SRC-SOURCE-ID),
                                                ''),
                                    CASE WHEN :SRC-BATCH-ID > 0
                                         THEN 'batch ' || CAST(
                                              :SRC-BATCH-ID AS
                                              VARCHAR) END,
                                    'run ' || TO_CHAR(
                                    CURRENT_TIMESTAMP,
                                    'YYYY-MM-DD HH24:MI:SS')), false),
                            set_config('prov.supplier',
                                TRIM(:SRC-SUPPLIER-ID), false)) s
           END-EXEC
