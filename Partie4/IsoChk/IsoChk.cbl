           05  WS-CURRENT-DAY     PIC 9(2).

       01  CODES-GRADED-COUNT     PIC 9(4) VALUE ZEROS.
       01  INVALID-INDIVIDUAL-COUNT PIC 9(6) VALUE ZEROS.
       01  INVALID-CODE-COUNT     PIC 9(4) VALUE ZEROS.
       01  REPORT-LINE            PIC X(120) VALUE SPACES.
       01  DASH-LINE              PIC X(78) VALUE ALL '-'.
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "StwVar.cpy".
       COPY "CtlLog.cpy".

       01  NEW-ISO-CODE           PIC X(2).
       01  NEW-ISO-NAME           PIC X(50).
       01  INVALID-DATABANK-ID    PIC X(36).

       01  SQL-GRADE-ROW.
           05  GRD-SOURCE         PIC X(20).
           PERFORM 1050-VERIFY-SCHEMA-LEVEL
               THRU 1050-VERIFY-SCHEMA-LEVEL-END.

           PERFORM 1060-START-STEWARD-RUN
               THRU 1060-START-STEWARD-RUN-END.

           PERFORM 1080-LOAD-ISO-CODES-CONTROL-FILE
               THRU 1080-LOAD-ISO-CODES-CONTROL-FILE-END.

           PERFORM 3001-GRADE-COUNTRY-CODES
               THRU 3001-GRADE-COUNTRY-CODES-END.

           PERFORM 3500-QUEUE-INVALID-INDIVIDUALS
               THRU 3500-QUEUE-INVALID-INDIVIDUALS-END.

           PERFORM 8965-CLOSE-STEWARD-ITEMS
               THRU 8965-CLOSE-STEWARD-ITEMS-END.

           CLOSE ISOCHK-REPORT-FILE.
       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           WRITE ISOCHK-REPORT-LINE FROM REPORT-LINE.
       3001-GRADE-COUNTRY-CODES-END.
      ******************************************************************
      * The grading is per code; the stewards work per individual, so
      * every databank row carrying an ISO-invalid code is queued.
      * Placeholders are UnkCode's business and are left to it.
       3500-QUEUE-INVALID-INDIVIDUALS.
           MOVE ZEROS TO INVALID-INDIVIDUAL-COUNT.
           MOVE 'ISO-INVALID-CODE' TO STW-RULE-CODE.

           EXEC SQL DECLARE INVALID_CUR CURSOR FOR
               SELECT d.id
               FROM databank d
               WHERE TRIM(COALESCE(d.country_code, '')) <> ''
                 AND TRIM(d.country_code) <> '??'
                 AND NOT EXISTS
                     (SELECT 1 FROM iso_country i
                       WHERE i.code = UPPER(TRIM(d.country_code)))
               ORDER BY d.id
           END-EXEC.

           EXEC SQL OPEN INVALID_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH INVALID_CUR INTO :INVALID-DATABANK-ID
               END-EXEC

               IF SQLCODE = 0 THEN
                   ADD 1 TO INVALID-INDIVIDUAL-COUNT
                   MOVE INVALID-DATABANK-ID TO STW-DATABANK-ID
                   PERFORM 8960-RECORD-STEWARD-ITEM
                       THRU 8960-RECORD-STEWARD-ITEM-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE INVALID_CUR END-EXEC.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Individuals with an ISO-invalid code queued for '
                      DELIMITED BY SIZE
                  'the stewards: ' DELIMITED BY SIZE
                  INVALID-INDIVIDUAL-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE ISOCHK-REPORT-LINE FROM REPORT-LINE.
       3500-QUEUE-INVALID-INDIVIDUALS-END.
      ******************************************************************
      ******************************************************************
      * A set operations hold quiesces the whole suite: the shared
      * check announces it and counts the refused start; this
           END-IF.
       8940-REGISTER-CONTROL-FILE-END.
      ******************************************************************
      * The findings are also kept as steward work items, so each
      * problem has an owner instead of being reprinted every night;
      * StwQue works the queue.
       1060-START-STEWARD-RUN.
           MOVE 'IsoChk' TO STW-SOURCE-PROGRAM.
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
