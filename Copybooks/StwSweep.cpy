      * Shared body run once at the end of a checker's scan: every
      * OPEN or IN-PROGRESS item the program raised that this run did
      * not find again is fixed, closed by the program itself. The
      * number closed is left in STW-ITEMS-CLOSED. The body is a
      * complete sentence.
           EXEC SQL
               SELECT COUNT(*) INTO :STW-ITEMS-CLOSED
               FROM steward_work_item
               WHERE source_program = TRIM(:STW-SOURCE-PROGRAM)
                 AND status IN ('OPEN', 'IN-PROGRESS')
                 AND last_seen < CAST(:STW-RUN-STARTED AS TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF
           EXEC SQL
               UPDATE steward_work_item
                  SET status = 'FIXED',
                      status_by = TRIM(:STW-SOURCE-PROGRAM),
                      status_at = CURRENT_TIMESTAMP,
                      closed_at = CURRENT_TIMESTAMP
               WHERE source_program = TRIM(:STW-SOURCE-PROGRAM)
                 AND status IN ('OPEN', 'IN-PROGRESS')
                 AND last_seen < CAST(:STW-RUN-STARTED AS TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF
           DISPLAY 'Steward work items closed as no longer found: '
                   STW-ITEMS-CLOSED.
