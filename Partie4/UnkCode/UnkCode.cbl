       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "StwVar.cpy".

       01  SQL-ROW-RESULT.
           05  SQL-ID              PIC X(36).
           PERFORM 1050-VERIFY-SCHEMA-LEVEL
               THRU 1050-VERIFY-SCHEMA-LEVEL-END.

           PERFORM 1060-START-STEWARD-RUN
               THRU 1060-START-STEWARD-RUN-END.

           PERFORM 1100-OPEN-REPORT-FILE
               THRU 1100-OPEN-REPORT-FILE-END.

           PERFORM 3001-SCAN-FOR-UNRESOLVED-CODES
               THRU 3001-SCAN-FOR-UNRESOLVED-CODES-END.

           PERFORM 8965-CLOSE-STEWARD-ITEMS
               THRU 8965-CLOSE-STEWARD-ITEMS-END.

           CLOSE UC-REPORT-FILE.
       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.

           DISPLAY REPORT-LINE.
           WRITE UC-REPORT-LINE FROM REPORT-LINE.

           MOVE 'COUNTRY-UNRESOLVED' TO STW-RULE-CODE.
           MOVE SQL-ID TO STW-DATABANK-ID.
           PERFORM 8960-RECORD-STEWARD-ITEM
               THRU 8960-RECORD-STEWARD-ITEM-END.
       3100-WRITE-UNRESOLVED-LINE-END.
      ******************************************************************
      ******************************************************************
           END-IF.
       1030-CHECK-OPS-HOLD-END.
      ******************************************************************
      * The findings are also kept as steward work items, so each
      * problem has an owner instead of being reprinted every night;
      * StwQue works the queue.
       1060-START-STEWARD-RUN.
           MOVE 'UnkCode' TO STW-SOURCE-PROGRAM.
           EXEC SQL
               SELECT CAST(CURRENT_TIMESTAMP AS VARCHAR)
               INTO :STW-RUN-STARTED
           END-EXEC.
       1060-START-STEWARD-RUN-END.
      ******************************************************************
       8960-RECORD-STEWARD-ITEM.
           COPY "StwItem.cpy".
       8960-RECORD-STEWARD-ITEM-END.
      ******************************************************************
      * Items this run did not find again have been dealt with.
       8965-CLOSE-STEWARD-ITEMS.
           COPY "StwSweep.cpy".
       8965-CLOSE-STEWARD-ITEMS-END.
      ******************************************************************
