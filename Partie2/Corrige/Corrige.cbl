       01  JOURNAL-OLD-VALUES      PIC X(600).
       01  JOURNAL-NEW-VALUES      PIC X(600).

       COPY "SrcVar.cpy".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           PERFORM 1090-LOAD-MAPPING-INTO-MEMORY
               THRU 1090-LOAD-MAPPING-INTO-MEMORY-END.

           PERFORM 1035-SET-CHANGE-SOURCE
               THRU 1035-SET-CHANGE-SOURCE-END.

           PERFORM 3001-CORRECT-COUNTRY-CODES
               THRU 3001-CORRECT-COUNTRY-CODES-END.

               GOBACK
           END-IF.
       1050-VERIFY-SCHEMA-LEVEL-END.
      ******************************************************************
      * The values this run changes are traced back to it, field by
      * field, by the provenance trigger on databank_store.
       1035-SET-CHANGE-SOURCE.
           MOVE 'Corrige' TO SRC-PROGRAM-NAME.
           MOVE SPACES TO SRC-SOURCE-ID.

           COPY "SrcSet.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       1035-SET-CHANGE-SOURCE-END.
      ******************************************************************
       1070-LOAD-CHECKPOINT.
           EXEC SQL
