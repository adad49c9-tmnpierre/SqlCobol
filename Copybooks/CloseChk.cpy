      * Shared body of the year-end lock check, run before a history
      * row dated today is written: when today's year has been closed
      * by YrClose the write is refused - announced, and logged in
      * stat_close_refusal so the auditors see every attempt. The
      * body is a complete sentence; the caller skips the write when
      * CLS-CLOSED-FLAG = 'Y'.
           MOVE 'N' TO CLS-CLOSED-FLAG
           MOVE SPACES TO CLS-CLOSE-YEAR
           EXEC SQL
               SELECT 'Y', CAST(close_year AS VARCHAR)
               INTO :CLS-CLOSED-FLAG, :CLS-CLOSE-YEAR
               FROM stat_year_close
               WHERE close_year =
                     CAST(EXTRACT(YEAR FROM CURRENT_DATE) AS INTEGER)
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'N' TO CLS-CLOSED-FLAG
           END-IF
           IF CLS-CLOSED-FLAG = 'Y'
               DISPLAY '*** Statistics year ' CLS-CLOSE-YEAR
                       ' is closed - ' FUNCTION TRIM(CLS-TABLE-NAME)
                       ' not written. ***'
               EXEC SQL
                   INSERT INTO stat_close_refusal
                       (program_name, table_name, run_date,
                        close_year, refused_at)
                   VALUES
                       (TRIM(:CLS-PROGRAM-NAME),
                        TRIM(:CLS-TABLE-NAME), CURRENT_DATE,
                        CAST(:CLS-CLOSE-YEAR AS INTEGER),
                        CURRENT_TIMESTAMP)
               END-EXEC
           END-IF.
