      * Shared body of the entitlement check of the inquiry and
      * extract programs: how many business units UNT-CALLER-ID may
      * read. The caller id is upper-cased first, as operator ids are
      * held. The program's own code after this COPY checks SQLCODE
      * and decides what a caller without entitlement gets.
           MOVE FUNCTION UPPER-CASE(UNT-CALLER-ID) TO UNT-CALLER-ID
           EXEC SQL
               SELECT COUNT(*)
               INTO :UNT-ENTITLED-COUNT
               FROM unit_entitlement
               WHERE UPPER(caller_id) = TRIM(:UNT-CALLER-ID)
           END-EXEC
