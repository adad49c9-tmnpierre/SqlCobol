           05  UNM-GENDER         PIC X(10).
           05  UNM-ROW-COUNT      PIC 9(6).

       COPY "SrcVar.cpy".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           PERFORM 1080-LOAD-GENDER-MAP-CONTROL-FILE
               THRU 1080-LOAD-GENDER-MAP-CONTROL-FILE-END.

           PERFORM 1035-SET-CHANGE-SOURCE
               THRU 1035-SET-CHANGE-SOURCE-END.

           PERFORM 3001-NORMALIZE-GENDER-VALUES
               THRU 3001-NORMALIZE-GENDER-VALUES-END.

           END-IF.
       1050-VERIFY-SCHEMA-LEVEL-END.
      ******************************************************************
      * The values this run changes are traced back to it, field by
      * field, by the provenance trigger on databank_store.
       1035-SET-CHANGE-SOURCE.
           MOVE 'GenFix' TO SRC-PROGRAM-NAME.
           MOVE SPACES TO SRC-SOURCE-ID.

           COPY "SrcSet.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       1035-SET-CHANGE-SOURCE-END.
      ******************************************************************
      * Accepted spellings arrive on GENDERMAP.TXT (raw value,
      * canonical form) and are upserted, Corrige-style, so adding
      * 'MALE' or 'm' to the domain is a control-file edit.
      *        The audit trail keeps the before/after values, the way
      *        Corrige records old and new country codes.
               EXEC SQL
                   INSERT INTO databank_maint_audit_store
                       (databank_id, field_name, old_value_enc,
                        new_value_enc, changed_by, changed_at)
                   VALUES
                       (:FIX-ID, 'gender',
                        pii_encrypt(:FIX-OLD-GENDER),
                        pii_encrypt(:FIX-NEW-GENDER), CURRENT_USER,
                        CURRENT_TIMESTAMP)
               END-EXEC

