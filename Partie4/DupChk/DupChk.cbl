       01  DUP-ROW-COUNT           PIC 9(6) VALUE ZEROS.
       01  REPORT-LINE             PIC X(150) VALUE SPACES.

      * Records sharing a national register number are the same
      * person whatever their names and emails say; they are listed
      * apart from the name groups as certain matches.
       01  NRN-GROUP-COUNT         PIC 9(6) VALUE ZEROS.
       01  NRN-ROW-COUNT           PIC 9(6) VALUE ZEROS.
       01  NRN-PREVIOUS-NUMBER     PIC X(11) VALUE SPACES.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
           05  SQL-FIRST-NAME       PIC X(50).
           05  SQL-EMAIL            PIC X(100).
           05  SQL-DUP-COUNT        PIC 9(6).
           05  SQL-SPELLING-COUNT   PIC 9(6).

       01  SQL-NRN-RESULT.
           05  NRN-NATIONAL-NO      PIC X(11).
           05  NRN-ID               PIC X(36).
           05  NRN-LAST-NAME        PIC X(50).
           05  NRN-FIRST-NAME       PIC X(50).
           05  NRN-EMAIL            PIC X(100).

       EXEC SQL END DECLARE SECTION END-EXEC.

           PERFORM 3001-SCAN-FOR-DUPLICATES
               THRU 3001-SCAN-FOR-DUPLICATES-END.

           PERFORM 3200-SCAN-NATIONAL-NUMBERS
               THRU 3200-SCAN-NATIONAL-NUMBERS-END.

           CLOSE DUPCHK-REPORT-FILE.
       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.

      *    A group whose members all sit in one household is a family
      *    sharing a mailbox, not a suspected duplicate - suppress it.
      *    Names group on their phonetic keys, the same way DupMerge
      *    groups them, so Meyer and Meijer at one email are reported
      *    together; the line shows how many spellings the group holds.
      *    A row whose keys have not been built yet groups on its exact
      *    names. A pair split again by UnMerge is two people, not a
      *    duplicate, and is not proposed again.
           EXEC SQL DECLARE DUP_CUR CURSOR FOR
               SELECT MIN(d.last_name), MIN(d.first_name), d.email,
                      COUNT(*),
                      COUNT(DISTINCT COALESCE(d.last_name, '') || '|'
                                     || COALESCE(d.first_name, ''))
               FROM databank d
               LEFT JOIN household_member hm
                      ON hm.databank_id = d.id
               GROUP BY COALESCE(d.last_name_key, d.last_name),
                        COALESCE(d.first_name_key, d.first_name),
                        d.email
               HAVING COUNT(*) > 1
                  AND (COUNT(DISTINCT hm.household_id) <> 1
                       OR COUNT(hm.household_id) <> COUNT(*))
                  AND NOT (COUNT(*) = 2
                           AND EXISTS
                               (SELECT 1 FROM distinct_person_pair p
                                 WHERE p.id_low = MIN(d.id)
                                   AND p.id_high = MAX(d.id)))
               ORDER BY MIN(d.last_name), MIN(d.first_name), d.email
           END-EXEC.

           EXEC SQL OPEN DUP_CUR END-EXEC.
               EXEC SQL
                   FETCH DUP_CUR
                   INTO :SQL-LAST-NAME, :SQL-FIRST-NAME, :SQL-EMAIL,
                        :SQL-DUP-COUNT, :SQL-SPELLING-COUNT
               END-EXEC

               IF SQLCODE = 0 THEN

           DISPLAY REPORT-LINE.
           WRITE DUPCHK-REPORT-LINE FROM REPORT-LINE.

           IF SQL-SPELLING-COUNT > 1
               MOVE SPACES TO REPORT-LINE
               STRING '  Spelled ' DELIMITED BY SIZE
                      SQL-SPELLING-COUNT DELIMITED BY SIZE
                      ' ways - matched on how the name sounds'
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE
               WRITE DUPCHK-REPORT-LINE FROM REPORT-LINE
           END-IF.
       3100-WRITE-DUP-GROUP-LINE-END.
      ******************************************************************
      * No household suppression here: two family members never share
      * a national number, so every group is reported.
       3200-SCAN-NATIONAL-NUMBERS.
           MOVE ZEROS TO NRN-GROUP-COUNT.
           MOVE ZEROS TO NRN-ROW-COUNT.
           MOVE SPACES TO NRN-PREVIOUS-NUMBER.

           MOVE SPACES TO REPORT-LINE.
           WRITE DUPCHK-REPORT-LINE FROM REPORT-LINE.
           MOVE 'Certain matches - same national register number:'
               TO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE DUPCHK-REPORT-LINE FROM REPORT-LINE.

           EXEC SQL DECLARE NRN_CUR CURSOR FOR
               SELECT d.national_no, d.id, d.last_name, d.first_name,
                      COALESCE(d.email, '')
               FROM databank d
               WHERE d.national_no_token IN
                     (SELECT national_no_token
                      FROM databank_store
                      WHERE national_no_token IS NOT NULL
                      GROUP BY national_no_token
                      HAVING COUNT(*) > 1)
               ORDER BY d.national_no, d.id
           END-EXEC.

           EXEC SQL OPEN NRN_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH NRN_CUR
                   INTO :NRN-NATIONAL-NO, :NRN-ID, :NRN-LAST-NAME,
                        :NRN-FIRST-NAME, :NRN-EMAIL
               END-EXEC

               IF SQLCODE = 0 THEN
                   PERFORM 3250-WRITE-NRN-MEMBER-LINE
                       THRU 3250-WRITE-NRN-MEMBER-LINE-END
               END-IF
           END-PERFORM.

           IF SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL CLOSE NRN_CUR END-EXEC.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Certain match groups: ' DELIMITED BY SIZE
                  NRN-GROUP-COUNT DELIMITED BY SIZE
                  '   Rows sharing a national number: '
                      DELIMITED BY SIZE
                  NRN-ROW-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE DUPCHK-REPORT-LINE FROM REPORT-LINE.
       3200-SCAN-NATIONAL-NUMBERS-END.
      ******************************************************************
       3250-WRITE-NRN-MEMBER-LINE.
           ADD 1 TO NRN-ROW-COUNT.

           IF NRN-NATIONAL-NO NOT = NRN-PREVIOUS-NUMBER
               ADD 1 TO NRN-GROUP-COUNT
               MOVE NRN-NATIONAL-NO TO NRN-PREVIOUS-NUMBER
               MOVE SPACES TO REPORT-LINE
               STRING 'National number: ' DELIMITED BY SIZE
                      NRN-NATIONAL-NO DELIMITED BY SIZE
                      '  CERTAIN match' DELIMITED BY SIZE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE
               WRITE DUPCHK-REPORT-LINE FROM REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING '  Id: ' DELIMITED BY SIZE
                  NRN-ID DELIMITED BY SIZE
                  '  Name: ' DELIMITED BY SIZE
                  FUNCTION TRIM(NRN-LAST-NAME) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(NRN-FIRST-NAME) DELIMITED BY SIZE
                  '  Email: ' DELIMITED BY SIZE
                  FUNCTION TRIM(NRN-EMAIL) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE DUPCHK-REPORT-LINE FROM REPORT-LINE.
       3250-WRITE-NRN-MEMBER-LINE-END.
      ******************************************************************
      ******************************************************************
      * A set operations hold quiesces the whole suite: the shared
      * check announces it and counts the refused start; this
