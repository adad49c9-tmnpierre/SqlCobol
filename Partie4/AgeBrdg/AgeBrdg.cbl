
       01  ROWS-TO-BRIDGE-COUNT   PIC S9(9) COMP-5 VALUE ZERO.

       COPY "SrcVar.cpy".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           PERFORM 1100-GET-RUN-MODE
               THRU 1100-GET-RUN-MODE-END.

           PERFORM 1035-SET-CHANGE-SOURCE
               THRU 1035-SET-CHANGE-SOURCE-END.

           PERFORM 3001-BRIDGE-BIRTH-DATES
               THRU 3001-BRIDGE-BIRTH-DATES-END.

               STOP RUN
           END-IF.
       1050-VERIFY-SCHEMA-LEVEL-END.
      ******************************************************************
      * The values this run changes are traced back to it, field by
      * field, by the provenance trigger on databank_store.
       1035-SET-CHANGE-SOURCE.
           MOVE 'AgeBrdg' TO SRC-PROGRAM-NAME.
           MOVE SPACES TO SRC-SOURCE-ID.

           COPY "SrcSet.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       1035-SET-CHANGE-SOURCE-END.
      ******************************************************************
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
           MOVE ZERO TO RETRY-COUNT.
       3100-APPLY-BRIDGE-UPDATE-RETRY.
           EXEC SQL
               UPDATE databank_store
      *        Half a year behind the stored age's anniversary, so the
      *        derived age equals the stored age on the bridge date.
               SET birth_date_enc = pii_encrypt(CAST(CAST(
                       CURRENT_DATE
                       - (age * INTERVAL '1 year')
                       - INTERVAL '6 months' AS DATE) AS VARCHAR))
               WHERE birth_date_enc IS NULL
                 AND age IS NOT NULL
                 AND age BETWEEN 0 AND 120
           END-EXEC.
