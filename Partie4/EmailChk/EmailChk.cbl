       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "StwVar.cpy".

       01  SQL-EMAIL-ROW.
           05  SQL-ID              PIC X(36).
           05  SHR-EMAIL           PIC X(100).
           05  SHR-COUNT           PIC 9(6).

       COPY "SrcVar.cpy".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           PERFORM 1050-VERIFY-SCHEMA-LEVEL
               THRU 1050-VERIFY-SCHEMA-LEVEL-END.

           PERFORM 1060-START-STEWARD-RUN
               THRU 1060-START-STEWARD-RUN-END.

           PERFORM 1100-GET-RUN-MODE
               THRU 1100-GET-RUN-MODE-END.

           PERFORM 1200-OPEN-REPORT-FILE
               THRU 1200-OPEN-REPORT-FILE-END.

           PERFORM 1035-SET-CHANGE-SOURCE
               THRU 1035-SET-CHANGE-SOURCE-END.

           PERFORM 3001-SCAN-EMAILS
               THRU 3001-SCAN-EMAILS-END.

           PERFORM 4001-REPORT-SHARED-EMAILS
               THRU 4001-REPORT-SHARED-EMAILS-END.

           PERFORM 8965-CLOSE-STEWARD-ITEMS
               THRU 8965-CLOSE-STEWARD-ITEMS-END.

           CLOSE EMAILCHK-REPORT-FILE.
       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
               GOBACK
           END-IF.
       1050-VERIFY-SCHEMA-LEVEL-END.
      ******************************************************************
      * The values this run changes are traced back to it, field by
      * field, by the provenance trigger on databank_store.
       1035-SET-CHANGE-SOURCE.
           MOVE 'EmailChk' TO SRC-PROGRAM-NAME.
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
       3250-APPLY-EMAIL-UPDATE-RETRY.
           EXEC SQL
               UPDATE databank_store
               SET email_enc = pii_encrypt(:NORMALIZED-EMAIL),
                   email_token = pii_token(:NORMALIZED-EMAIL)
               WHERE id = :SQL-ID
           END-EXEC.

                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE EMAILCHK-REPORT-LINE FROM REPORT-LINE.

           MOVE 'EMAIL-INVALID' TO STW-RULE-CODE.
           MOVE SQL-ID TO STW-DATABANK-ID.
           PERFORM 8960-RECORD-STEWARD-ITEM
               THRU 8960-RECORD-STEWARD-ITEM-END.
       3300-WRITE-EXCEPTION-LINE-END.
      ******************************************************************
      * Email is the closest thing databank has to a natural key, so an
           END-IF.
       1030-CHECK-OPS-HOLD-END.
      ******************************************************************
      * The findings are also kept as steward work items, so each
      * problem has an owner instead of being reprinted every night;
      * StwQue works the queue.
       1060-START-STEWARD-RUN.
           MOVE 'EmailChk' TO STW-SOURCE-PROGRAM.
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
