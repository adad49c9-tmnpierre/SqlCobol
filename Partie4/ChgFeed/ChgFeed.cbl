       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "JobRun.cpy".

       01  WATERMARK-LAST-TS      PIC X(26) VALUE SPACES.
       01  NEW-WATERMARK-TS       PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           MOVE 'ChgFeed' TO JRL-PROGRAM-NAME.
           CALL 'DbProfil' USING DBNAME USERNAME PASSWD.

           EXEC SQL
           PERFORM 1050-VERIFY-SCHEMA-LEVEL
               THRU 1050-VERIFY-SCHEMA-LEVEL-END.

           PERFORM 1070-START-JOB-RUN-LOG
               THRU 1070-START-JOB-RUN-LOG-END.

           PERFORM 1075-LOAD-WATERMARK
               THRU 1075-LOAD-WATERMARK-END.

               THRU 3900-SAVE-WATERMARK-END.

           CLOSE CHGFEED-FILE.

      *    The journal scan is the job's whole cost, so its run times
      *    are kept for the capacity forecast to set against the
      *    journal's growth.
           MOVE CHANGES-WRITTEN-COUNT TO JRL-ROWS-READ.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.
       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
               STOP RUN
           END-IF.
       1050-VERIFY-SCHEMA-LEVEL-END.
      ******************************************************************
       1070-START-JOB-RUN-LOG.
           EXEC SQL
               SELECT CAST(CURRENT_TIMESTAMP AS VARCHAR)
               INTO :JRL-STARTED-TS
           END-EXEC.
       1070-START-JOB-RUN-LOG-END.
      ******************************************************************
       8900-WRITE-JOB-RUN-LOG.
           EXEC SQL
               INSERT INTO job_run_log
                   (program_name, started_at, ended_at, rows_read,
                    rows_updated, rows_rejected, return_code)
               VALUES
                   (:JRL-PROGRAM-NAME,
                    CAST(:JRL-STARTED-TS AS TIMESTAMP),
                    CURRENT_TIMESTAMP, :JRL-ROWS-READ,
                    :JRL-ROWS-UPDATED, :JRL-ROWS-REJECTED,
                    :JRL-RETURN-CODE)
           END-EXEC.
       8900-WRITE-JOB-RUN-LOG-END.
      ******************************************************************
       1075-LOAD-WATERMARK.
           EXEC SQL
                 COPY "SqlMsg.cpy".
           END-EVALUATE.
       1001-ERROR-RTN-END.
           MOVE 8 TO JRL-RETURN-CODE.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
      ******************************************************************
