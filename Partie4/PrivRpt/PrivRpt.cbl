      * Periodic register report for the data-protection officer:
      * every privileged action of the last N days (default 30) with
      * who asked for it, under which ticket, and what it touched.
      * Attempts OprChk refused (outcome 'D') are listed in line with
      * a DENIED marker and counted separately.
       01  PRIV-REPORT-FILENAME   PIC X(40) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
       01  REPORT-LINE            PIC X(200) VALUE SPACES.
       01  DASH-LINE              PIC X(78) VALUE ALL '-'.
       01  ACTIONS-LISTED-COUNT   PIC 9(6) VALUE ZEROS.
       01  DENIED-LISTED-COUNT    PIC 9(6) VALUE ZEROS.
       01  OUTCOME-MARKER         PIC X(8) VALUE SPACES.
       01  ROW-COUNT-DISP         PIC ZZZZZ9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           05  ACT-ACTION-DESC    PIC X(100).
           05  ACT-KEY-VALUE      PIC X(100).
           05  ACT-ROW-COUNT      PIC S9(9) COMP-5.
           05  ACT-OUTCOME        PIC X(1).

       EXEC SQL END DECLARE SECTION END-EXEC.

                      COALESCE(ticket_ref, ''),
                      COALESCE(action_desc, ''),
                      COALESCE(key_value, ''),
                      COALESCE(row_count, 0),
                      COALESCE(outcome, 'A')
               FROM privileged_action_log
               WHERE logged_at >
                     CURRENT_TIMESTAMP
                   INTO :ACT-LOGGED-AT, :ACT-PROGRAM-NAME,
                        :ACT-OPERATOR-ID, :ACT-TICKET-REF,
                        :ACT-ACTION-DESC, :ACT-KEY-VALUE,
                        :ACT-ROW-COUNT, :ACT-OUTCOME
               END-EXEC

               IF SQLCODE = 0 THEN
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE PRIV-REPORT-LINE FROM REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Of which denied attempts: ' DELIMITED BY SIZE
                  DENIED-LISTED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE PRIV-REPORT-LINE FROM REPORT-LINE.
       3001-LIST-PRIVILEGED-ACTIONS-END.
      ******************************************************************
       3100-WRITE-ONE-ACTION.
           MOVE ACT-ROW-COUNT TO ROW-COUNT-DISP.

           IF ACT-OUTCOME = 'D'
               ADD 1 TO DENIED-LISTED-COUNT
               MOVE 'DENIED' TO OUTCOME-MARKER
           ELSE
               MOVE SPACES TO OUTCOME-MARKER
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING ACT-LOGGED-AT(1:19) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  OUTCOME-MARKER DELIMITED BY SIZE
                  ACT-PROGRAM-NAME(1:10) DELIMITED BY SIZE
                  ' op ' DELIMITED BY SIZE
                  ACT-OPERATOR-ID DELIMITED BY SIZE
