           05  WS-CURRENT-DAY     PIC 9(2).

       01  MILESTONE-COUNT        PIC 9(6) VALUE ZEROS.
       01  GUARDIAN-RELEASE-COUNT PIC 9(6) VALUE ZEROS.
       01  MILESTONE-LABEL        PIC X(30) VALUE SPACES.
       01  REPORT-LINE            PIC X(120) VALUE SPACES.

           05  SQL-FIRST-NAME     PIC X(50).
           05  SQL-COUNTRY        PIC X(50).
           05  SQL-AGE            PIC S9(4).

       01  SQL-RELEASE-RESULT.
           05  REL-MINOR-ID       PIC X(36).
           05  REL-LAST-NAME      PIC X(50).
           05  REL-FIRST-NAME     PIC X(50).
           05  REL-BIRTH-DATE     PIC X(10).
           05  REL-GUARDIAN-ID    PIC X(36).
           05  REL-GUARDIAN-NAME  PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           PERFORM 3001-SCAN-FOR-MILESTONE-AGES
               THRU 3001-SCAN-FOR-MILESTONE-AGES-END.

           PERFORM 3300-LIST-GUARDIAN-RELEASES
               THRU 3300-LIST-GUARDIAN-RELEASES-END.

           CLOSE AA-REPORT-FILE.
       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           END-EVALUATE.
       3200-DETERMINE-MILESTONE-LABEL-END.
      ******************************************************************
      * Someone who has come of age while a guardian link is still
      * open is still being written to through the guardian, and
      * Consent still wants the guardian's word for them. The list
      * tells the desk whose own consent to collect before closing
      * the link with GrdMnt CLOSE <id> ADULT.
       3300-LIST-GUARDIAN-RELEASES.
           MOVE ZEROS TO GUARDIAN-RELEASE-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE AA-REPORT-LINE FROM REPORT-LINE.
           MOVE 'Now adult with a guardian link still open - collect '
               TO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE AA-REPORT-LINE FROM REPORT-LINE.
           MOVE 'their own consent, then close the link:'
               TO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE AA-REPORT-LINE FROM REPORT-LINE.

           EXEC SQL DECLARE RELEASE-CUR CURSOR FOR
               SELECT m.id, COALESCE(m.last_name, ''),
                      COALESCE(m.first_name, ''),
                      COALESCE(TO_CHAR(m.birth_date, 'YYYY-MM-DD'),
                               ''),
                      gl.guardian_id, COALESCE(g.last_name, '')
               FROM guardian_link gl
               JOIN databank m ON m.id = gl.minor_id
               LEFT JOIN databank g ON g.id = gl.guardian_id
               WHERE gl.closed_at IS NULL
                 AND COALESCE(CAST(EXTRACT(YEAR FROM
                         AGE(CURRENT_DATE, m.birth_date))
                         AS INTEGER), m.age) >= 18
               ORDER BY m.birth_date, m.id
           END-EXEC.

           EXEC SQL OPEN RELEASE-CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH RELEASE-CUR
                   INTO :REL-MINOR-ID, :REL-LAST-NAME,
                        :REL-FIRST-NAME, :REL-BIRTH-DATE,
                        :REL-GUARDIAN-ID, :REL-GUARDIAN-NAME
               END-EXEC

               IF SQLCODE = 0 THEN
                   ADD 1 TO GUARDIAN-RELEASE-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING 'ID: ' DELIMITED BY SIZE
                          REL-MINOR-ID DELIMITED BY SPACE
                          '  Name: ' DELIMITED BY SIZE
                          FUNCTION TRIM(REL-FIRST-NAME)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          FUNCTION TRIM(REL-LAST-NAME)
                              DELIMITED BY SIZE
                          '  Born: ' DELIMITED BY SIZE
                          REL-BIRTH-DATE DELIMITED BY SIZE
                          '  Guardian: ' DELIMITED BY SIZE
                          REL-GUARDIAN-ID DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          FUNCTION TRIM(REL-GUARDIAN-NAME)
                              DELIMITED BY SIZE
                          INTO REPORT-LINE
                   DISPLAY REPORT-LINE
                   WRITE AA-REPORT-LINE FROM REPORT-LINE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE RELEASE-CUR END-EXEC.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Guardian links to close: ' DELIMITED BY SIZE
                  GUARDIAN-RELEASE-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE AA-REPORT-LINE FROM REPORT-LINE.
       3300-LIST-GUARDIAN-RELEASES-END.
      ******************************************************************
      ******************************************************************
      * A set operations hold quiesces the whole suite: the shared
      * check announces it and counts the refused start; this
