       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "CloseVar.cpy".
       01  VDT-VERDICT            PIC X(1) VALUE 'P'.
       01  VDT-REASON             PIC X(100) VALUE SPACES.

       3150-WRITE-ANOMALY-LINE-END.
      ******************************************************************
       3900-SNAPSHOT-TODAYS-VOLUMES.
           MOVE 'volume_history' TO CLS-TABLE-NAME.
           PERFORM 1035-CHECK-YEAR-CLOSE
               THRU 1035-CHECK-YEAR-CLOSE-END.
           IF CLS-CLOSED-FLAG = 'Y'
               GO TO 3900-SNAPSHOT-TODAYS-VOLUMES-END
           END-IF.

           EXEC SQL
               INSERT INTO volume_history
                   (run_date, country_code, gender, row_count)
           END-IF.
       1030-CHECK-OPS-HOLD-END.
      ******************************************************************
      * History rows of a year closed by YrClose are locked: the
      * shared check refuses and logs the write, and the caller
      * skips it.
       1035-CHECK-YEAR-CLOSE.
           MOVE 'VolAnom' TO CLS-PROGRAM-NAME.
           COPY "CloseChk.cpy".
       1035-CHECK-YEAR-CLOSE-END.
      ******************************************************************
      ******************************************************************
      * Record the publishable/blocked verdict for the run date so
      * Distrib's release gate works from data, not hope.
