      * RELEASE lifts it and reports how many starts were turned
      * away, STATUS shows the current state. This utility itself is
      * the one program that does not honour the hold - someone has
      * to be able to release it. The hold is placed in the name of
      * the registered operator who set it.
       01  CMD-LINE-PARM          PIC X(120) VALUE SPACES.
       01  CMD-PTR                PIC 9(3) VALUE 1.
       01  ACTION-PARM            PIC X(10) VALUE SPACES.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "PrivLog.cpy".
       COPY "OprVar.cpy".

       01  HOLD-REASON-TEXT       PIC X(100) VALUE SPACES.
       01  CUR-HELD-FLAG          PIC X(1) VALUE 'N'.
           PERFORM 1100-GET-PARMS
               THRU 1100-GET-PARMS-END.

           PERFORM 1040-CHECK-OPERATOR-RIGHT
               THRU 1040-CHECK-OPERATOR-RIGHT-END.

           PERFORM 2000-READ-HOLD-STATE
               THRU 2000-READ-HOLD-STATE-END.

           ACCEPT CMD-LINE-PARM FROM COMMAND-LINE.

           MOVE 1 TO CMD-PTR.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO PRV-OPERATOR-ID
               POINTER CMD-PTR
           END-UNSTRING.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO PRV-TICKET-REF
               POINTER CMD-PTR
           END-UNSTRING.

           IF PRV-OPERATOR-ID = SPACES OR PRV-TICKET-REF = SPACES
               DISPLAY 'An operator id and a ticket/case reference '
                       'are required before this utility acts.'
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO ACTION-PARM
               POINTER CMD-PTR
       1100-GET-PARMS-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: OpsHold <operator-id> <ticket-ref> '
                   'SET <reason text>'.
           DISPLAY '       OpsHold <operator-id> <ticket-ref> RELEASE'.
           DISPLAY '       OpsHold <operator-id> <ticket-ref> STATUS'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       1150-SHOW-USAGE-END.
      ******************************************************************
      * Only an operator in the register with a right on this program
      * may run it; OprChk logs the refusal of anyone else.
       1040-CHECK-OPERATOR-RIGHT.
           MOVE 'OpsHold' TO OPR-PROGRAM-NAME.
           IF ACTION-PARM = 'STATUS'
               MOVE 'READ' TO OPR-MODE-NEEDED
           ELSE
               MOVE 'EXECUTE' TO OPR-MODE-NEEDED
           END-IF.
           MOVE HOLD-REASON-TEXT TO PRV-KEY-VALUE.
           COPY "OprChk.cpy".

           IF OPR-DENIED-FLAG = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1040-CHECK-OPERATOR-RIGHT-END.
      ******************************************************************
      * Schema objects are owned by SchemaMig; this job only checks
      * that the database is at the level it was written against and
      * fails fast when the schema is behind.
                   (hold_id, held, holder, reason, placed_at,
                    starts_refused)
               VALUES
                   (1, 'Y', TRIM(:PRV-OPERATOR-ID), :HOLD-REASON-TEXT,
                    CURRENT_TIMESTAMP, 0)
               ON CONFLICT (hold_id) DO UPDATE
                   SET held = 'Y',
                       holder = TRIM(:PRV-OPERATOR-ID),
                       reason = :HOLD-REASON-TEXT,
                       placed_at = CURRENT_TIMESTAMP,
                       starts_refused = 0
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'HOLD SET' TO PRV-ACTION-DESC.
           MOVE HOLD-REASON-TEXT TO PRV-KEY-VALUE.
           MOVE ZERO TO PRV-ROW-COUNT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           DISPLAY 'Operations hold SET: '
                   FUNCTION TRIM(HOLD-REASON-TEXT).
           DISPLAY 'No batch program will start until OpsHold '
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'HOLD RELEASE' TO PRV-ACTION-DESC.
           MOVE CUR-REASON TO PRV-KEY-VALUE.
           MOVE CUR-REFUSED-COUNT TO PRV-ROW-COUNT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           DISPLAY 'Operations hold RELEASED (was set by '
                   FUNCTION TRIM(CUR-HOLDER) ' since '
                   CUR-PLACED-AT ').'.
           END-IF.
       3300-SHOW-STATUS-END.
      ******************************************************************
       8945-RECORD-PRIV-ACTION.
           EXEC SQL
               INSERT INTO privileged_action_log
                   (program_name, operator_id, ticket_ref,
                    action_desc, key_value, row_count, logged_at)
               VALUES
                   ('OpsHold', :PRV-OPERATOR-ID, :PRV-TICKET-REF,
                    :PRV-ACTION-DESC, :PRV-KEY-VALUE,
                    :PRV-ROW-COUNT, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8945-RECORD-PRIV-ACTION-END.
      ******************************************************************
