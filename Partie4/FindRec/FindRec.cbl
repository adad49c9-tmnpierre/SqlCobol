           88  SEARCH-EOF         VALUE 'Y'.
       01  MORE-ROWS-SWITCH       PIC X VALUE 'N'.
           88  MORE-ROWS-EXIST    VALUE 'Y'.
       01  CALLER-GIVEN-SWITCH    PIC X VALUE 'N'.
           88  CALLER-GIVEN       VALUE 'Y'.
       01  AGE-DISP               PIC 9(3).

       COPY "PhonParm.cpy".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "UnitVar.cpy".

       01  LN-FILTER-FLAG         PIC X VALUE 'N'.
       01  LN-PATTERN             PIC X(60) VALUE SPACES.
       01  FN-PATTERN             PIC X(60) VALUE SPACES.
       01  EM-FILTER-FLAG         PIC X VALUE 'N'.
       01  EM-PATTERN             PIC X(110) VALUE SPACES.
       01  EM-ADDRESS             PIC X(100) VALUE SPACES.
       01  EM-AT-COUNT            PIC 9(3) VALUE ZEROS.
       01  CC-FILTER-FLAG         PIC X VALUE 'N'.
       01  CC-VALUE               PIC X(10) VALUE SPACES.
       01  SL-FILTER-FLAG         PIC X VALUE 'N'.
       01  SL-KEY                 PIC X(12) VALUE SPACES.
       01  SF-FILTER-FLAG         PIC X VALUE 'N'.
       01  SF-KEY                 PIC X(12) VALUE SPACES.

       01  SQL-HIT-ROW.
           05  HIT-ID             PIC X(36).
           05  HIT-EMAIL          PIC X(100).
           05  HIT-COUNTRY        PIC X(50).
           05  HIT-AGE            PIC S9(4).
           05  HIT-ACCESS         PIC X(1).

       EXEC SQL END DECLARE SECTION END-EXEC.

           PERFORM 1100-GET-PARMS
               THRU 1100-GET-PARMS-END.

           PERFORM 1200-CHECK-UNIT-ENTITLEMENT
               THRU 1200-CHECK-UNIT-ENTITLEMENT-END.

           PERFORM 3001-SEARCH-DATABANK
               THRU 3001-SEARCH-DATABANK-END.

      ******************************************************************
      * Callers never have the UUID - they have a surname fragment and
      * maybe a country. Criteria combine with AND: LN= and FN= match
      * as prefixes, EM= as a substring, CC= exactly. An EM= value
      * that is a whole address (one @ with something either side) is
      * looked up exactly through the email search token, which needs
      * no decryption; only a fragment falls back to the substring
      * scan. SL= and SF= match a last or first name that sounds like
      * the one given, through the phonetic keys PhonKey keeps on
      * every row, for a caller who spells 'Van den Broek' where we
      * hold 'Vandenbroeck'. BY= names the operator or requester the
      * search is made for; it is required, since what may be listed
      * depends on the business units that id is entitled to.
       1100-GET-PARMS.
           ACCEPT CMD-LINE-PARM FROM COMMAND-LINE.

           END-PERFORM.

           IF NOT CRITERIA-GIVEN
            OR NOT CALLER-GIVEN
               DISPLAY 'Usage: FindRec BY=caller [LN=prefix] '
                       '[FN=prefix] [EM=address|substring] [CC=code]'
               DISPLAY '               [SL=last name] [SF=first name]'
               DISPLAY 'SL= and SF= find names that sound alike; '
                       'join the words of a name with _ '
                       '(SL=Van_den_Broek).'
               DISPLAY 'Give the caller and at least one criterion.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
                              DELIMITED BY SIZE
                          '%' DELIMITED BY SIZE
                          INTO EM-PATTERN
                   MOVE FUNCTION TRIM(CMD-TOKEN(4:)) TO EM-ADDRESS
                   MOVE ZEROS TO EM-AT-COUNT
                   INSPECT EM-ADDRESS TALLYING EM-AT-COUNT FOR ALL '@'
                   IF EM-AT-COUNT = 1
                    AND EM-ADDRESS(1:1) NOT = '@'
                    AND EM-ADDRESS(FUNCTION LENGTH(FUNCTION TRIM(
                            EM-ADDRESS)):1) NOT = '@'
                       MOVE 'X' TO EM-FILTER-FLAG
                   END-IF
                   SET CRITERIA-GIVEN TO TRUE
               WHEN 'CC='
                   MOVE 'Y' TO CC-FILTER-FLAG
                   MOVE CMD-TOKEN(4:10) TO CC-VALUE
                   SET CRITERIA-GIVEN TO TRUE
               WHEN 'SL='
                   MOVE 'L' TO PHON-NAME-TYPE
                   MOVE CMD-TOKEN(4:) TO PHON-INPUT
                   INSPECT PHON-INPUT REPLACING ALL '_' BY SPACE
                   CALL 'PhonKey' USING PHON-KEY-AREA
                   IF PHON-KEY = SPACES
                       DISPLAY 'Criterion has no letters: ' CMD-TOKEN
                   ELSE
                       MOVE 'Y' TO SL-FILTER-FLAG
                       MOVE PHON-KEY TO SL-KEY
                       SET CRITERIA-GIVEN TO TRUE
                   END-IF
               WHEN 'SF='
                   MOVE 'F' TO PHON-NAME-TYPE
                   MOVE CMD-TOKEN(4:) TO PHON-INPUT
                   INSPECT PHON-INPUT REPLACING ALL '_' BY SPACE
                   CALL 'PhonKey' USING PHON-KEY-AREA
                   IF PHON-KEY = SPACES
                       DISPLAY 'Criterion has no letters: ' CMD-TOKEN
                   ELSE
                       MOVE 'Y' TO SF-FILTER-FLAG
                       MOVE PHON-KEY TO SF-KEY
                       SET CRITERIA-GIVEN TO TRUE
                   END-IF
               WHEN 'BY='
                   MOVE CMD-TOKEN(4:10) TO UNT-CALLER-ID
                   IF UNT-CALLER-ID NOT = SPACES
                       SET CALLER-GIVEN TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'Criterion not understood: ' CMD-TOKEN
           END-EVALUATE.
       1150-APPLY-ONE-CRITERION-END.
      ******************************************************************
      * Individuals belong to the business unit that brought them in,
      * and a caller sees only the units unit_entitlement grants it.
      * A caller with no entitlement at all is refused outright, and
      * the refusal is logged like any other denied privileged action.
       1200-CHECK-UNIT-ENTITLEMENT.
           MOVE 'FindRec' TO UNT-PROGRAM-NAME.
           COPY "UnitChk.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF UNT-ENTITLED-COUNT > 0
               GO TO 1200-CHECK-UNIT-ENTITLEMENT-END
           END-IF.

           DISPLAY '*** ' FUNCTION TRIM(UNT-CALLER-ID)
                   ' is not entitled to any business unit -'
                   ' search refused. ***'.

           MOVE 'DENIED SEARCH - no business-unit entitlement'
               TO UNT-ACTION-DESC.
           MOVE CMD-LINE-PARM TO UNT-KEY-VALUE.
           MOVE ZERO TO UNT-CROSS-COUNT.
           MOVE 'D' TO UNT-OUTCOME.
           COPY "UnitLog.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       1200-CHECK-UNIT-ENTITLEMENT-END.
      ******************************************************************
      * Schema objects are owned by SchemaMig; this job only checks
      * that the database is at the level it was written against and
      * fails fast when the schema is behind.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
      ******************************************************************
      * Only rows of the units the caller is entitled to are listed.
      * Those listed from a unit that is not one of the caller's own
      * are marked, counted and, at the end, logged as one cross-unit
      * access with the criteria as key.
       3001-SEARCH-DATABANK.
           EXEC SQL DECLARE FIND_CUR CURSOR FOR
               SELECT id, last_name, first_name, email, country,
                      COALESCE(CAST(EXTRACT(YEAR FROM
                          AGE(CURRENT_DATE, birth_date))
                          AS INTEGER), age),
                      unit_access(TRIM(:UNT-CALLER-ID),
                                  CAST(id AS VARCHAR))
               FROM databank
               WHERE unit_access(TRIM(:UNT-CALLER-ID),
                                 CAST(id AS VARCHAR)) <> 'N'
                 AND (:LN-FILTER-FLAG = 'N'
                      OR last_name ILIKE TRIM(:LN-PATTERN))
                 AND (:FN-FILTER-FLAG = 'N'
                      OR first_name ILIKE TRIM(:FN-PATTERN))
                 AND (:EM-FILTER-FLAG = 'N'
                      OR (:EM-FILTER-FLAG = 'X'
                          AND email_token = pii_token(:EM-ADDRESS))
                      OR (:EM-FILTER-FLAG = 'Y'
                          AND email ILIKE TRIM(:EM-PATTERN)))
                 AND (:CC-FILTER-FLAG = 'N'
                      OR country_code = :CC-VALUE)
                 AND (:SL-FILTER-FLAG = 'N'
                      OR last_name_key = TRIM(:SL-KEY))
                 AND (:SF-FILTER-FLAG = 'N'
                      OR first_name_key = TRIM(:SF-KEY))
               ORDER BY last_name, first_name
           END-EXEC.

               EXEC SQL
                   FETCH FIND_CUR
                   INTO :HIT-ID, :HIT-LAST-NAME, :HIT-FIRST-NAME,
                        :HIT-EMAIL, :HIT-COUNTRY, :HIT-AGE,
                        :HIT-ACCESS
               END-EXEC

               EVALUATE TRUE
           IF ROWS-LISTED-COUNT = 0
               DISPLAY 'No individual matches the criteria.'
           END-IF.

           IF UNT-CROSS-COUNT > 0
               PERFORM 3200-LOG-CROSS-UNIT
                   THRU 3200-LOG-CROSS-UNIT-END
           END-IF.
       3001-SEARCH-DATABANK-END.
      ******************************************************************
       3100-DISPLAY-ONE-HIT.
           DISPLAY '    ' FUNCTION TRIM(HIT-EMAIL)
                   '  ' FUNCTION TRIM(HIT-COUNTRY)
                   '  age ' AGE-DISP.

           IF HIT-ACCESS = 'C'
               ADD 1 TO UNT-CROSS-COUNT
               DISPLAY '    (held by another business unit)'
           END-IF.
       3100-DISPLAY-ONE-HIT-END.
      ******************************************************************
       3200-LOG-CROSS-UNIT.
           MOVE 'CROSS-UNIT SEARCH' TO UNT-ACTION-DESC.
           MOVE CMD-LINE-PARM TO UNT-KEY-VALUE.
           MOVE 'A' TO UNT-OUTCOME.
           COPY "UnitLog.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           DISPLAY 'Rows from other business units: '
                   UNT-CROSS-COUNT ' (logged)'.
       3200-LOG-CROSS-UNIT-END.
      ******************************************************************
      ******************************************************************
      * A set operations hold quiesces the whole suite: the shared
