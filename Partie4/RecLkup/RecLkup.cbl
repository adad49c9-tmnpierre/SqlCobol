
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  CMD-LINE-PARM          PIC X(60) VALUE SPACES.
       01  DASH-LINE              PIC X(48) VALUE ALL '-'.
       01  RECORD-FOUND-SWITCH    PIC X VALUE 'N'.
           88  RECORD-WAS-FOUND   VALUE 'Y'.
       01  SOURCES-SHOWN-COUNT    PIC 9(4) VALUE ZEROS.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "UnitVar.cpy".

       01  TARGET-ID              PIC X(36) VALUE SPACES.

           05  SQL-GENDER         PIC X(10).
           05  SQL-SPOKEN         PIC X(50).
           05  SQL-PHRASE         PIC X(255).
           05  SQL-OWNER-UNIT     PIC X(10).

       01  SQL-SOURCE-ROW.
           05  SRC-FIELD-NAME     PIC X(30).
           05  SRC-SOURCE-TYPE    PIC X(12).
           05  SRC-SOURCE-ID      PIC X(40).
           05  SRC-PROGRAM-NAME   PIC X(20).
           05  SRC-SET-AT         PIC X(19).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           STOP RUN.
      ******************************************************************
      * The second parameter is the operator or requester the record
      * is looked up for: whether it may be shown depends on the
      * business units that id is entitled to.
       1100-GET-PARMS.
           ACCEPT CMD-LINE-PARM FROM COMMAND-LINE.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO TARGET-ID UNT-CALLER-ID
           END-UNSTRING.

           IF TARGET-ID = SPACES
            OR UNT-CALLER-ID = SPACES
               DISPLAY 'Usage: RecLkup <databank-id> <caller-id>'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'RecLkup' TO UNT-PROGRAM-NAME.
           MOVE FUNCTION UPPER-CASE(UNT-CALLER-ID) TO UNT-CALLER-ID.
       1100-GET-PARMS-END.
      ******************************************************************
      * Schema objects are owned by SchemaMig; this job only checks
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
      ******************************************************************
      * A record of a business unit the caller is not entitled to is
      * not shown, and the refused look is logged; one of another unit
      * the caller is entitled to is shown and logged as a cross-unit
      * access.
       3001-LOOKUP-RECORD.
           MOVE 'N' TO RECORD-FOUND-SWITCH.

           EXEC SQL DECLARE LKUP_CUR CURSOR FOR
               SELECT d.last_name, d.first_name, d.email, d.country,
                      d.country_code, d.age, d.gender, d.spoken,
                      COALESCE(p.phrase, '(no phrase on file)'),
                      databank_unit(CAST(d.id AS VARCHAR)),
                      unit_access(TRIM(:UNT-CALLER-ID),
                                  CAST(d.id AS VARCHAR))
               FROM databank d
               LEFT JOIN phrase p ON d.country_code = p.country_code
               WHERE d.id = :TARGET-ID
               FETCH LKUP_CUR
               INTO :SQL-LAST-NAME, :SQL-FIRST-NAME, :SQL-EMAIL,
                    :SQL-COUNTRY, :SQL-COUNTRY-CODE, :SQL-AGE,
                    :SQL-GENDER, :SQL-SPOKEN, :SQL-PHRASE,
                    :SQL-OWNER-UNIT, :UNT-ACCESS-CODE
           END-EXEC.

           EVALUATE SQLCODE

           EXEC SQL CLOSE LKUP_CUR END-EXEC.

           IF RECORD-WAS-FOUND
            AND UNT-ACCESS-CODE NOT = 'H'
               PERFORM 3050-LOG-UNIT-ACCESS
                   THRU 3050-LOG-UNIT-ACCESS-END
           END-IF.

           IF RECORD-WAS-FOUND
               PERFORM 3100-DISPLAY-RECORD
                   THRU 3100-DISPLAY-RECORD-END
               PERFORM 3200-DISPLAY-SOURCES
                   THRU 3200-DISPLAY-SOURCES-END
           END-IF.
       3001-LOOKUP-RECORD-END.
      ******************************************************************
       3050-LOG-UNIT-ACCESS.
           MOVE TARGET-ID TO UNT-KEY-VALUE.
           MOVE SPACES TO UNT-ACTION-DESC.

           IF UNT-ACCESS-CODE = 'N'
               MOVE 'N' TO RECORD-FOUND-SWITCH
               MOVE ZERO TO UNT-CROSS-COUNT
               MOVE 'D' TO UNT-OUTCOME
               STRING 'DENIED LOOKUP - record of unit '
                          DELIMITED BY SIZE
                      SQL-OWNER-UNIT DELIMITED BY SPACE
                      INTO UNT-ACTION-DESC
               DISPLAY '*** Record ' FUNCTION TRIM(TARGET-ID)
                       ' belongs to a business unit '
                       FUNCTION TRIM(UNT-CALLER-ID)
                       ' is not entitled to. ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 1 TO UNT-CROSS-COUNT
               MOVE 'A' TO UNT-OUTCOME
               STRING 'CROSS-UNIT LOOKUP - record of unit '
                          DELIMITED BY SIZE
                      SQL-OWNER-UNIT DELIMITED BY SPACE
                      INTO UNT-ACTION-DESC
           END-IF.

           COPY "UnitLog.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3050-LOG-UNIT-ACCESS-END.
      ******************************************************************
       3100-DISPLAY-RECORD.
           DISPLAY DASH-LINE.
           DISPLAY 'Gender:      ' SQL-GENDER.
           DISPLAY 'Spoken:      ' SQL-SPOKEN.
           DISPLAY 'Phrase:      ' SQL-PHRASE.
           DISPLAY 'Unit:        ' SQL-OWNER-UNIT.
           DISPLAY DASH-LINE.
       3100-DISPLAY-RECORD-END.
      ******************************************************************
      * Where each value came from, as the provenance trigger recorded
      * it: the kind of source, the batch, operator or case, the
      * program and when. Fields listed in record order; a field never
      * written since provenance began is simply absent.
       3200-DISPLAY-SOURCES.
           MOVE ZEROS TO SOURCES-SHOWN-COUNT.

           EXEC SQL DECLARE PROV_CUR CURSOR FOR
               SELECT field_name, source_type,
                      COALESCE(source_id, ''),
                      COALESCE(program_name, ''),
                      TO_CHAR(set_at, 'YYYY-MM-DD HH24:MI:SS')
               FROM field_provenance
               WHERE databank_id = :TARGET-ID
               ORDER BY ARRAY_POSITION(ARRAY['last_name',
                            'first_name', 'email', 'country',
                            'country_code', 'age', 'gender', 'spoken',
                            'birth_date', 'street', 'house_no',
                            'box_no', 'postal_code', 'city',
                            'national_no'],
                            CAST(field_name AS TEXT))
           END-EXEC.

           EXEC SQL OPEN PROV_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           DISPLAY 'Source of each value:'.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH PROV_CUR
                   INTO :SRC-FIELD-NAME, :SRC-SOURCE-TYPE,
                        :SRC-SOURCE-ID, :SRC-PROGRAM-NAME,
                        :SRC-SET-AT
               END-EXEC

               IF SQLCODE = 0 THEN
                   ADD 1 TO SOURCES-SHOWN-COUNT
                   DISPLAY '  ' SRC-FIELD-NAME(1:13) SRC-SOURCE-TYPE
                           ' ' SRC-SOURCE-ID
                   DISPLAY '               ' SRC-PROGRAM-NAME
                           ' ' SRC-SET-AT
               END-IF
           END-PERFORM.

           IF SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL CLOSE PROV_CUR END-EXEC.

           IF SOURCES-SHOWN-COUNT = 0
               DISPLAY '  (no source recorded)'
           END-IF.
           DISPLAY DASH-LINE.
       3200-DISPLAY-SOURCES-END.
      ******************************************************************
      ******************************************************************
      * A set operations hold quiesces the whole suite: the shared
      * check announces it and counts the refused start; this
