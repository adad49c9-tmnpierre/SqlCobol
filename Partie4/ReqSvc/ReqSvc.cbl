      * One request card per line, dropped by other departments into
      * the inbound card file: what they want (LOOKUP or EXTRACT),
      * the key (a databank id, or a country-code filter - blank for
      * everything), and who asked. The department may date the card
      * (yyyy-mm-dd) so the wait before this run counts toward the
      * request queue's time to decision; undated cards count from
      * the run.
       FD  REQUEST-CARD-FILE.
       01  REQUEST-CARD-RECORD.
           05  RC-REQUEST-TYPE    PIC X(8).
           05  RC-KEY-VALUE       PIC X(36).
           05  RC-REQUESTER-ID    PIC X(10).
           05  RC-SUBMITTED-DATE  PIC X(10).

       FD  RESPONSE-FILE.
       01  RESPONSE-LINE          PIC X(300).
       01  RESPONSE-ROW-COUNT     PIC 9(6) VALUE ZEROS.
       01  WORK-LINE              PIC X(300) VALUE SPACES.
       01  CSV-AGE-EDITED         PIC 9(3).
       01  TODAY-ISO-DATE         PIC X(10) VALUE SPACES.
       01  CARD-YEAR              PIC 9(4) VALUE ZEROS.
       01  CARD-MONTH             PIC 9(2) VALUE ZEROS.
       01  CARD-DAY               PIC 9(2) VALUE ZEROS.
       01  CARD-MONTH-DAYS        PIC 9(2) VALUE ZEROS.
       01  LEAP-QUOTIENT          PIC 9(4) VALUE ZEROS.
       01  LEAP-REMAINDER-4       PIC 9(4) VALUE ZEROS.
       01  LEAP-REMAINDER-100     PIC 9(4) VALUE ZEROS.
       01  LEAP-REMAINDER-400     PIC 9(4) VALUE ZEROS.
       01  MONTH-LENGTH-VALUES    PIC X(24)
               VALUE '312831303130313130313031'.
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
           05  MONTH-LENGTH       PIC 9(2) OCCURS 12 TIMES.

      * Blank command line is the normal run; HELD lists the cards
      * held over a department's monthly quota, APPROVE and REFUSE
      * decide one of them (the approved ones are served by the next
      * normal run).
       01  CMD-LINE-PARM          PIC X(80) VALUE SPACES.
       01  CMD-PTR                PIC 9(3) VALUE 1.
       01  ACTION-PARM            PIC X(10) VALUE SPACES.
       01  LOG-ID-PARM            PIC X(10) VALUE SPACES.
       01  LOG-ID-PARM-LEN        PIC 9(3) VALUE ZEROS.
       01  REQUESTS-HELD-COUNT    PIC 9(4) VALUE ZEROS.
       01  APPROVED-SERVED-COUNT  PIC 9(4) VALUE ZEROS.
       01  HELD-EOF-SWITCH        PIC X VALUE 'N'.
           88  HELD-EOF           VALUE 'Y'.
       01  HELD-LIST-COUNT        PIC 9(4) VALUE ZEROS.
       01  QUOTA-DISP             PIC ZZZZZ9.
       01  USED-DISP              PIC ZZZZZ9.

       01  APPROVED-TABLE.
           05  APR-ENTRY          OCCURS 100 TIMES.
               10  APR-LOG-ID     PIC S9(9) COMP-5.
               10  APR-TYPE       PIC X(8).
               10  APR-KEY        PIC X(36).
               10  APR-REQUESTER  PIC X(10).
               10  APR-DEPARTMENT PIC X(10).
       01  APR-COUNT              PIC 9(3) VALUE ZEROS.
       01  APR-IDX                PIC 9(3) VALUE ZEROS.

       COPY "RetryCfg.cpy".

       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "CtcHist.cpy".
       COPY "PrivLog.cpy".
       COPY "OprVar.cpy".
       COPY "UnitVar.cpy".

       01  REQ-TYPE               PIC X(8) VALUE SPACES.
       01  REQ-KEY                PIC X(36) VALUE SPACES.
       01  REQ-REQUESTER          PIC X(10) VALUE SPACES.
       01  REQ-STATUS             PIC X(8) VALUE SPACES.
       01  REQ-RESPONSE-FILE      PIC X(60) VALUE SPACES.
       01  REQ-SUBMITTED-FLAG     PIC X VALUE 'N'.
       01  REQ-SUBMITTED-DATE     PIC X(10) VALUE SPACES.
       01  EXTRACT-FILTER-FLAG    PIC X VALUE 'N'.
       01  REQ-DEPARTMENT         PIC X(10) VALUE SPACES.
       01  REQ-QUOTA              PIC S9(9) COMP-5 VALUE ZERO.
       01  REQ-USED-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
       01  REQ-ROW-COUNT          PIC S9(9) COMP-5 VALUE ZERO.
       01  REQ-LOG-ID             PIC S9(9) COMP-5 VALUE ZERO.
       01  REQ-LOG-STATUS         PIC X(8) VALUE SPACES.
       01  REQ-HELD-SINCE         PIC X(16) VALUE SPACES.

       01  SQL-ROW-RESULT.
           05  SQL-ID             PIC X(36).
           05  SQL-SPOKEN         PIC X(50).
           05  SQL-PHRASE         PIC X(255).
           05  SQL-PHRASE-KEY     PIC X(50).
           05  SQL-OWNER-UNIT     PIC X(10).
           05  SQL-ACCESS         PIC X(1).

       01  USG-COUNTRY-CODE       PIC X(10) VALUE SPACES.
       01  USG-SPOKEN-KEY         PIC X(50) VALUE SPACES.
               THRU 1050-VERIFY-SCHEMA-LEVEL-END.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           STRING WS-CURRENT-YEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  INTO TODAY-ISO-DATE.

           PERFORM 1100-GET-PARMS
               THRU 1100-GET-PARMS-END.

           EVALUATE ACTION-PARM
               WHEN 'HELD'
                   PERFORM 5000-LIST-HELD-CARDS
                       THRU 5000-LIST-HELD-CARDS-END
                   GO TO 1000-MAIN-END
               WHEN 'APPROVE'
               WHEN 'REFUSE'
                   PERFORM 1040-CHECK-OPERATOR-RIGHT
                       THRU 1040-CHECK-OPERATOR-RIGHT-END
                   PERFORM 5100-DECIDE-HELD-CARD
                       THRU 5100-DECIDE-HELD-CARD-END
                   GO TO 1000-MAIN-END
           END-EVALUATE.

           PERFORM 3001-PROCESS-REQUEST-CARDS
               THRU 3001-PROCESS-REQUEST-CARDS-END.

           PERFORM 3500-SERVE-APPROVED-CARDS
               THRU 3500-SERVE-APPROVED-CARDS-END.

           IF REQUESTS-HELD-COUNT > 0
               DISPLAY 'Requests held over quota: '
                       REQUESTS-HELD-COUNT
                       ' - see ReqSvc HELD.'
               MOVE 4 TO RETURN-CODE
           END-IF.

       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
               STOP RUN
           END-IF.
       1050-VERIFY-SCHEMA-LEVEL-END.
      ******************************************************************
       1100-GET-PARMS.
           ACCEPT CMD-LINE-PARM FROM COMMAND-LINE.

           MOVE 1 TO CMD-PTR.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO ACTION-PARM
               POINTER CMD-PTR
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ACTION-PARM) TO ACTION-PARM.

           EVALUATE ACTION-PARM
               WHEN SPACES
               WHEN 'HELD'
                   GO TO 1100-GET-PARMS-END
               WHEN 'APPROVE'
               WHEN 'REFUSE'
                   CONTINUE
               WHEN OTHER
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
           END-EVALUATE.

           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO PRV-OPERATOR-ID
               POINTER CMD-PTR
           END-UNSTRING.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO PRV-TICKET-REF
               POINTER CMD-PTR
           END-UNSTRING.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO LOG-ID-PARM
               POINTER CMD-PTR
           END-UNSTRING.

           IF PRV-OPERATOR-ID = SPACES OR PRV-TICKET-REF = SPACES
               DISPLAY 'An operator id and a ticket/case reference '
                       'are required before this utility acts.'
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           MOVE ZERO TO REQ-LOG-ID.
           IF LOG-ID-PARM NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(LOG-ID-PARM))
                   TO LOG-ID-PARM-LEN
               IF LOG-ID-PARM(1:LOG-ID-PARM-LEN) IS NUMERIC
                   MOVE FUNCTION NUMVAL(LOG-ID-PARM) TO REQ-LOG-ID
               END-IF
           END-IF.

           IF REQ-LOG-ID = ZERO
               DISPLAY 'Give the request id shown by ReqSvc HELD.'
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.
       1100-GET-PARMS-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: ReqSvc'.
           DISPLAY '       ReqSvc HELD'.
           DISPLAY '       ReqSvc APPROVE|REFUSE <operator-id> '
                   '<ticket-ref> <request-id>'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       1150-SHOW-USAGE-END.
      ******************************************************************
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
           MOVE RC-REQUESTER-ID TO REQ-REQUESTER.
           MOVE 'OK' TO REQ-STATUS.

           PERFORM 3150-CHECK-SUBMITTED-DATE
               THRU 3150-CHECK-SUBMITTED-DATE-END.

           PERFORM 3160-CHECK-QUOTA
               THRU 3160-CHECK-QUOTA-END.

           IF REQ-STATUS = 'HELD'
               MOVE SPACES TO REQ-RESPONSE-FILE
               MOVE ZERO TO REQ-ROW-COUNT
               PERFORM 3400-LOG-REQUEST
                   THRU 3400-LOG-REQUEST-END
               ADD 1 TO REQUESTS-HELD-COUNT
               MOVE REQ-QUOTA TO QUOTA-DISP
               DISPLAY 'Request ' REQUEST-SEQ-NO ' (' REQ-TYPE ') for '
                       REQ-REQUESTER ' -> HELD, department '
                       FUNCTION TRIM(REQ-DEPARTMENT)
                       ' has used its quota of '
                       FUNCTION TRIM(QUOTA-DISP) ' this month'
               GO TO 3100-SERVE-ONE-REQUEST-END
           END-IF.

           PERFORM 3110-PRODUCE-RESPONSE
               THRU 3110-PRODUCE-RESPONSE-END.

           PERFORM 3400-LOG-REQUEST
               THRU 3400-LOG-REQUEST-END.

           DISPLAY 'Request ' REQUEST-SEQ-NO ' (' REQ-TYPE ') for '
                   REQ-REQUESTER ' -> ' FUNCTION TRIM(REQ-STATUS)
                   ' file ' FUNCTION TRIM(RESPONSE-FILENAME).
       3100-SERVE-ONE-REQUEST-END.
      ******************************************************************
      * The answer itself, for a card read now or one approved after
      * being held: one response file per request. The requester sees
      * only individuals of the business units it is entitled to; a
      * requester entitled to none gets a NOUNIT answer, which is not
      * charged.
       3110-PRODUCE-RESPONSE.
           MOVE ZEROS TO RESPONSE-ROW-COUNT.
           MOVE SPACES TO RESPONSE-FILENAME.
           STRING 'REQOUT_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE

           OPEN OUTPUT RESPONSE-FILE.

           PERFORM 3120-CHECK-UNIT-ENTITLEMENT
               THRU 3120-CHECK-UNIT-ENTITLEMENT-END.

           IF REQ-STATUS NOT = 'NOUNIT'
               EVALUATE REQ-TYPE
                   WHEN 'LOOKUP'
                       PERFORM 3200-SERVE-LOOKUP
                           THRU 3200-SERVE-LOOKUP-END
                   WHEN 'EXTRACT'
                       PERFORM 3300-SERVE-EXTRACT
                           THRU 3300-SERVE-EXTRACT-END
                   WHEN OTHER
                       MOVE 'BADREQ' TO REQ-STATUS
                       MOVE SPACES TO WORK-LINE
                       STRING 'Unknown request type: '
                                  DELIMITED BY SIZE
                              RC-REQUEST-TYPE DELIMITED BY SIZE
                              INTO WORK-LINE
                       WRITE RESPONSE-LINE FROM WORK-LINE
               END-EVALUATE
           END-IF.

           CLOSE RESPONSE-FILE.

           MOVE RESPONSE-ROW-COUNT TO REQ-ROW-COUNT.
       3110-PRODUCE-RESPONSE-END.
      ******************************************************************
       3120-CHECK-UNIT-ENTITLEMENT.
           MOVE 'ReqSvc' TO UNT-PROGRAM-NAME.
           MOVE REQ-REQUESTER TO UNT-CALLER-ID.
           MOVE SPACES TO UNT-TICKET-REF.
           STRING 'request card ' DELIMITED BY SIZE
                  REQUEST-SEQ-NO DELIMITED BY SIZE
                  INTO UNT-TICKET-REF.
           COPY "UnitChk.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF UNT-ENTITLED-COUNT > 0
               GO TO 3120-CHECK-UNIT-ENTITLEMENT-END
           END-IF.

           MOVE 'NOUNIT' TO REQ-STATUS.
           MOVE 'Requester is not entitled to any business unit.'
               TO WORK-LINE.
           WRITE RESPONSE-LINE FROM WORK-LINE.

           MOVE SPACES TO UNT-ACTION-DESC.
           STRING 'DENIED ' DELIMITED BY SIZE
                  REQ-TYPE DELIMITED BY SPACE
                  ' - no business-unit entitlement' DELIMITED BY SIZE
                  INTO UNT-ACTION-DESC.
           MOVE REQ-KEY TO UNT-KEY-VALUE.
           MOVE ZERO TO UNT-CROSS-COUNT.
           MOVE 'D' TO UNT-OUTCOME.
           PERFORM 3130-LOG-UNIT-ACCESS
               THRU 3130-LOG-UNIT-ACCESS-END.
       3120-CHECK-UNIT-ENTITLEMENT-END.
      ******************************************************************
       3130-LOG-UNIT-ACCESS.
           COPY "UnitLog.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3130-LOG-UNIT-ACCESS-END.
      ******************************************************************
      * A card date that is not a real calendar date, or lies in the
      * future, is ignored rather than refusing the request - the
      * department still gets its answer, timed from this run.
       3150-CHECK-SUBMITTED-DATE.
           MOVE 'N' TO REQ-SUBMITTED-FLAG.
           MOVE SPACES TO REQ-SUBMITTED-DATE.

           IF RC-SUBMITTED-DATE = SPACES
               GO TO 3150-CHECK-SUBMITTED-DATE-END
           END-IF.

           IF RC-SUBMITTED-DATE(1:4) IS NOT NUMERIC
            OR RC-SUBMITTED-DATE(5:1) NOT = '-'
            OR RC-SUBMITTED-DATE(6:2) IS NOT NUMERIC
            OR RC-SUBMITTED-DATE(8:1) NOT = '-'
            OR RC-SUBMITTED-DATE(9:2) IS NOT NUMERIC
            OR RC-SUBMITTED-DATE > TODAY-ISO-DATE
               DISPLAY 'Card date ' RC-SUBMITTED-DATE
                       ' ignored - not a past yyyy-mm-dd date.'
               GO TO 3150-CHECK-SUBMITTED-DATE-END
           END-IF.

           MOVE RC-SUBMITTED-DATE(1:4) TO CARD-YEAR.
           MOVE RC-SUBMITTED-DATE(6:2) TO CARD-MONTH.
           MOVE RC-SUBMITTED-DATE(9:2) TO CARD-DAY.

           IF CARD-MONTH < 1 OR CARD-MONTH > 12 OR CARD-DAY < 1
               DISPLAY 'Card date ' RC-SUBMITTED-DATE
                       ' ignored - not a calendar date.'
               GO TO 3150-CHECK-SUBMITTED-DATE-END
           END-IF.

           MOVE MONTH-LENGTH(CARD-MONTH) TO CARD-MONTH-DAYS.
           IF CARD-MONTH = 2
               DIVIDE CARD-YEAR BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER-4
               DIVIDE CARD-YEAR BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER-100
               DIVIDE CARD-YEAR BY 400 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER-400
               IF LEAP-REMAINDER-400 = 0
                OR (LEAP-REMAINDER-4 = 0
                    AND LEAP-REMAINDER-100 NOT = 0)
                   MOVE 29 TO CARD-MONTH-DAYS
               END-IF
           END-IF.

           IF CARD-DAY > CARD-MONTH-DAYS
               DISPLAY 'Card date ' RC-SUBMITTED-DATE
                       ' ignored - not a calendar date.'
               GO TO 3150-CHECK-SUBMITTED-DATE-END
           END-IF.

           MOVE 'Y' TO REQ-SUBMITTED-FLAG.
           MOVE RC-SUBMITTED-DATE TO REQ-SUBMITTED-DATE.
       3150-CHECK-SUBMITTED-DATE-END.
      ******************************************************************
      * The requester's department is stamped on the request for the
      * chargeback statement. A department with a monthly quota that
      * has already been charged that many requests this month gets
      * the card held for an operator instead of served; failed
      * requests are not charged and do not use up the quota. A
      * requester no department claims is served and shows up as
      * unassigned on the statement.
       3160-CHECK-QUOTA.
           MOVE SPACES TO REQ-DEPARTMENT.
           MOVE ZERO TO REQ-QUOTA.
           MOVE ZERO TO REQ-USED-COUNT.

           EXEC SQL
               SELECT d.department_code, d.monthly_quota,
                      (SELECT COUNT(*) FROM request_log l
                        WHERE l.department_code = d.department_code
                          AND l.status = 'OK'
                          AND l.completed_at >=
                              DATE_TRUNC('month', CURRENT_DATE))
               INTO :REQ-DEPARTMENT, :REQ-QUOTA, :REQ-USED-COUNT
               FROM request_requester r
               JOIN request_department d
                 ON d.department_code = r.department_code
               WHERE r.requester_id = TRIM(:REQ-REQUESTER)
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   DISPLAY 'Requester ' REQ-REQUESTER
                           ' belongs to no department - served, '
                           'unassigned on the statement.'
                   GO TO 3160-CHECK-QUOTA-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           IF REQ-QUOTA > 0 AND REQ-USED-COUNT >= REQ-QUOTA
               MOVE 'HELD' TO REQ-STATUS
           END-IF.
       3160-CHECK-QUOTA-END.
      ******************************************************************
      * Same phrase fallback ladder as the letter run; the served
      * phrase key rides along so the lookup counts toward the
      * phrase-serving statistics. A record of a business unit the
      * requester is not entitled to is answered NOUNIT and the
      * refusal logged; one of another unit it is entitled to is
      * served and logged as a cross-unit access.
       3200-SERVE-LOOKUP.
           EXEC SQL DECLARE RLKP_CUR CURSOR FOR
               SELECT d.id, d.last_name, d.first_name, d.email,
                             WHERE p.country_code = d.country_code
                               AND p.spoken = '*')
                           THEN '*'
                           ELSE '(any)' END,
                      databank_unit(CAST(d.id AS VARCHAR)),
                      unit_access(TRIM(:UNT-CALLER-ID),
                                  CAST(d.id AS VARCHAR))
               FROM databank d
               WHERE d.id = :REQ-KEY
           END-EXEC.
               INTO :SQL-ID, :SQL-LAST-NAME, :SQL-FIRST-NAME,
                    :SQL-EMAIL, :SQL-COUNTRY, :SQL-COUNTRY-CODE,
                    :SQL-AGE, :SQL-GENDER, :SQL-SPOKEN, :SQL-PHRASE,
                    :SQL-PHRASE-KEY, :SQL-OWNER-UNIT, :SQL-ACCESS
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 3210-SERVE-LOOKUP-ROW
                       THRU 3210-SERVE-LOOKUP-ROW-END
               WHEN +100
                   MOVE 'NOTFND' TO REQ-STATUS
                   MOVE SPACES TO WORK-LINE

           EXEC SQL CLOSE RLKP_CUR END-EXEC.
       3200-SERVE-LOOKUP-END.
      ******************************************************************
       3210-SERVE-LOOKUP-ROW.
           MOVE REQ-KEY TO UNT-KEY-VALUE.
           MOVE SPACES TO UNT-ACTION-DESC.

           IF SQL-ACCESS = 'N'
               MOVE 'NOUNIT' TO REQ-STATUS
               MOVE SPACES TO WORK-LINE
               STRING 'Record ' DELIMITED BY SIZE
                      REQ-KEY DELIMITED BY SPACE
                      ' belongs to a business unit the requester'
                          DELIMITED BY SIZE
                      ' is not entitled to.' DELIMITED BY SIZE
                      INTO WORK-LINE
               WRITE RESPONSE-LINE FROM WORK-LINE
               STRING 'DENIED LOOKUP - record of unit '
                          DELIMITED BY SIZE
                      SQL-OWNER-UNIT DELIMITED BY SPACE
                      INTO UNT-ACTION-DESC
               MOVE ZERO TO UNT-CROSS-COUNT
               MOVE 'D' TO UNT-OUTCOME
               PERFORM 3130-LOG-UNIT-ACCESS
                   THRU 3130-LOG-UNIT-ACCESS-END
               GO TO 3210-SERVE-LOOKUP-ROW-END
           END-IF.

           IF SQL-ACCESS = 'C'
               STRING 'CROSS-UNIT LOOKUP - record of unit '
                          DELIMITED BY SIZE
                      SQL-OWNER-UNIT DELIMITED BY SPACE
                      INTO UNT-ACTION-DESC
               MOVE 1 TO UNT-CROSS-COUNT
               MOVE 'A' TO UNT-OUTCOME
               PERFORM 3130-LOG-UNIT-ACCESS
                   THRU 3130-LOG-UNIT-ACCESS-END
           END-IF.

           ADD 1 TO RESPONSE-ROW-COUNT.
           PERFORM 3250-WRITE-LOOKUP-DETAIL
               THRU 3250-WRITE-LOOKUP-DETAIL-END.

           IF SQL-PHRASE NOT = '(no phrase on file)'
               MOVE SQL-COUNTRY-CODE TO USG-COUNTRY-CODE
               MOVE SQL-PHRASE-KEY TO USG-SPOKEN-KEY
               MOVE 1 TO USG-SERVED-COUNT
               PERFORM 8965-UPSERT-ONE-USAGE-ROW
                   THRU 8965-UPSERT-ONE-USAGE-ROW-END
           END-IF.
       3210-SERVE-LOOKUP-ROW-END.
      ******************************************************************
       3250-WRITE-LOOKUP-DETAIL.
           MOVE SPACES TO WORK-LINE.
       3250-WRITE-LOOKUP-DETAIL-END.
      ******************************************************************
      * Same row shape CsvExtr ships to the BI team, optionally
      * scoped to the country code given on the card and to the
      * business units the requester is entitled to. Rows of another
      * unit than the requester's own are logged as one cross-unit
      * access.
       3300-SERVE-EXTRACT.
           MOVE ZERO TO UNT-CROSS-COUNT.

           IF REQ-KEY = SPACES
               MOVE 'N' TO EXTRACT-FILTER-FLAG
           ELSE

           EXEC SQL DECLARE REXT_CUR CURSOR FOR
               SELECT id, last_name, first_name, email, country,
                      country_code, age, gender, spoken,
                      unit_access(TRIM(:UNT-CALLER-ID),
                                  CAST(id AS VARCHAR))
               FROM databank
               WHERE (:EXTRACT-FILTER-FLAG = 'N'
                      OR country_code = :REQ-KEY)
                 AND unit_access(TRIM(:UNT-CALLER-ID),
                                 CAST(id AS VARCHAR)) <> 'N'
               ORDER BY last_name, first_name
           END-EXEC.

                   FETCH REXT_CUR
                   INTO :SQL-ID, :SQL-LAST-NAME, :SQL-FIRST-NAME,
                        :SQL-EMAIL, :SQL-COUNTRY, :SQL-COUNTRY-CODE,
                        :SQL-AGE, :SQL-GENDER, :SQL-SPOKEN,
                        :SQL-ACCESS
               END-EXEC

               IF SQLCODE = 0 THEN
                   ADD 1 TO RESPONSE-ROW-COUNT
                   IF SQL-ACCESS = 'C'
                       ADD 1 TO UNT-CROSS-COUNT
                   END-IF
                   PERFORM 3350-WRITE-EXTRACT-LINE
                       THRU 3350-WRITE-EXTRACT-LINE-END
               END-IF
               MOVE '(no rows matched the request)' TO WORK-LINE
               WRITE RESPONSE-LINE FROM WORK-LINE
           END-IF.

           IF UNT-CROSS-COUNT > 0
               MOVE 'CROSS-UNIT EXTRACT' TO UNT-ACTION-DESC
               MOVE RESPONSE-FILENAME TO UNT-KEY-VALUE
               MOVE 'A' TO UNT-OUTCOME
               PERFORM 3130-LOG-UNIT-ACCESS
                   THRU 3130-LOG-UNIT-ACCESS-END
           END-IF.
       3300-SERVE-EXTRACT-END.
      ******************************************************************
       3350-WRITE-EXTRACT-LINE.
                  FUNCTION TRIM(SQL-SPOKEN) DELIMITED BY SIZE
                  INTO WORK-LINE.
           WRITE RESPONSE-LINE FROM WORK-LINE.

           MOVE SQL-ID TO CTH-DATABANK-ID.
           MOVE 'EXTRACT' TO CTH-CHANNEL.
           MOVE RESPONSE-FILENAME TO CTH-DOCUMENT-REF.
           PERFORM 8970-RECORD-CONTACT
               THRU 8970-RECORD-CONTACT-END.
       3350-WRITE-EXTRACT-LINE-END.
      ******************************************************************
       3400-LOG-REQUEST.
           EXEC SQL
               INSERT INTO request_log
                   (request_type, key_value, requester_id, status,
                    response_file, requested_at, completed_at,
                    department_code, row_count)
               VALUES
                   (:REQ-TYPE, :REQ-KEY, :REQ-REQUESTER, :REQ-STATUS,
                    NULLIF(TRIM(:REQ-RESPONSE-FILE), ''),
                    CASE WHEN :REQ-SUBMITTED-FLAG = 'Y'
                         THEN CAST(:REQ-SUBMITTED-DATE AS TIMESTAMP)
                         ELSE CURRENT_TIMESTAMP END,
                    CASE WHEN :REQ-STATUS = 'HELD' THEN NULL
                         ELSE CURRENT_TIMESTAMP END,
                    NULLIF(TRIM(:REQ-DEPARTMENT), ''),
                    :REQ-ROW-COUNT)
           END-EXEC.

           IF SQLCODE NOT = 0
           END-IF.
       3400-LOG-REQUEST-END.
      ******************************************************************
      * Cards an operator approved over quota are answered here, in
      * the normal run, and their held request_log row completed.
      * The approved rows are read into a table first because
      * serving them opens cursors of its own.
       3500-SERVE-APPROVED-CARDS.
           EXEC SQL DECLARE RAPR_CUR CURSOR FOR
               SELECT id, request_type, COALESCE(key_value, ''),
                      requester_id, COALESCE(department_code, '')
               FROM request_log
               WHERE status = 'APPROVED'
               ORDER BY id
           END-EXEC.

           EXEC SQL OPEN RAPR_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE ZEROS TO APR-COUNT.
           MOVE 'N' TO HELD-EOF-SWITCH.
           PERFORM WITH TEST BEFORE UNTIL HELD-EOF
               EXEC SQL
                   FETCH RAPR_CUR
                   INTO :REQ-LOG-ID, :REQ-TYPE, :REQ-KEY,
                        :REQ-REQUESTER, :REQ-DEPARTMENT
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = +100
                       SET HELD-EOF TO TRUE
                   WHEN SQLCODE NOT = 0
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
                   WHEN APR-COUNT >= 100
                       DISPLAY 'More than 100 approved requests - the '
                               'rest are served by the next run.'
                       SET HELD-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO APR-COUNT
                       MOVE REQ-LOG-ID TO APR-LOG-ID(APR-COUNT)
                       MOVE REQ-TYPE TO APR-TYPE(APR-COUNT)
                       MOVE REQ-KEY TO APR-KEY(APR-COUNT)
                       MOVE REQ-REQUESTER TO APR-REQUESTER(APR-COUNT)
                       MOVE REQ-DEPARTMENT TO APR-DEPARTMENT(APR-COUNT)
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE RAPR_CUR END-EXEC.

           PERFORM 3550-SERVE-ONE-APPROVED
               THRU 3550-SERVE-ONE-APPROVED-END
               VARYING APR-IDX FROM 1 BY 1
               UNTIL APR-IDX > APR-COUNT.

           IF APPROVED-SERVED-COUNT > 0
               DISPLAY 'Approved requests served: '
                       APPROVED-SERVED-COUNT
           END-IF.
       3500-SERVE-APPROVED-CARDS-END.
      ******************************************************************
       3550-SERVE-ONE-APPROVED.
           ADD 1 TO REQUEST-SEQ-NO.
           ADD 1 TO APPROVED-SERVED-COUNT.

           MOVE APR-LOG-ID(APR-IDX) TO REQ-LOG-ID.
           MOVE APR-TYPE(APR-IDX) TO REQ-TYPE.
           MOVE APR-TYPE(APR-IDX) TO RC-REQUEST-TYPE.
           MOVE APR-KEY(APR-IDX) TO REQ-KEY.
           MOVE APR-REQUESTER(APR-IDX) TO REQ-REQUESTER.
           MOVE APR-DEPARTMENT(APR-IDX) TO REQ-DEPARTMENT.
           MOVE 'OK' TO REQ-STATUS.

           PERFORM 3110-PRODUCE-RESPONSE
               THRU 3110-PRODUCE-RESPONSE-END.

           EXEC SQL
               UPDATE request_log
               SET status = :REQ-STATUS,
                   response_file = TRIM(:REQ-RESPONSE-FILE),
                   row_count = :REQ-ROW-COUNT,
                   completed_at = CURRENT_TIMESTAMP
               WHERE id = :REQ-LOG-ID
                 AND status = 'APPROVED'
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           DISPLAY 'Approved request ' REQ-LOG-ID ' (' REQ-TYPE
                   ') for ' REQ-REQUESTER ' -> '
                   FUNCTION TRIM(REQ-STATUS)
                   ' file ' FUNCTION TRIM(RESPONSE-FILENAME).
       3550-SERVE-ONE-APPROVED-END.
      ******************************************************************
       5000-LIST-HELD-CARDS.
           EXEC SQL DECLARE RHLD_CUR CURSOR FOR
               SELECT id, request_type, COALESCE(key_value, ''),
                      requester_id, COALESCE(department_code, ''),
                      SUBSTR(CAST(requested_at AS VARCHAR), 1, 16)
               FROM request_log
               WHERE status = 'HELD'
               ORDER BY id
           END-EXEC.

           EXEC SQL OPEN RHLD_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           DISPLAY 'Requests held over quota:'.
           MOVE ZEROS TO HELD-LIST-COUNT.
           MOVE 'N' TO HELD-EOF-SWITCH.
           PERFORM WITH TEST BEFORE UNTIL HELD-EOF
               EXEC SQL
                   FETCH RHLD_CUR
                   INTO :REQ-LOG-ID, :REQ-TYPE, :REQ-KEY,
                        :REQ-REQUESTER, :REQ-DEPARTMENT,
                        :REQ-HELD-SINCE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO HELD-LIST-COUNT
                       DISPLAY '  ' REQ-LOG-ID ' ' REQ-TYPE ' '
                               REQ-REQUESTER ' ' REQ-DEPARTMENT ' '
                               REQ-HELD-SINCE ' '
                               FUNCTION TRIM(REQ-KEY)
                   WHEN +100
                       SET HELD-EOF TO TRUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE RHLD_CUR END-EXEC.

           DISPLAY 'Held requests: ' HELD-LIST-COUNT.
       5000-LIST-HELD-CARDS-END.
      ******************************************************************
      * An approved card is answered by the next normal run and
      * charged like any other; a refused one is closed and never
      * charged. Either way the decision is the operator's and is
      * logged as a privileged action.
       5100-DECIDE-HELD-CARD.
           EXEC SQL
               SELECT status, request_type, requester_id,
                      COALESCE(department_code, '')
               INTO :REQ-LOG-STATUS, :REQ-TYPE, :REQ-REQUESTER,
                    :REQ-DEPARTMENT
               FROM request_log
               WHERE id = :REQ-LOG-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   DISPLAY 'No request ' REQ-LOG-ID ' on file.'
                   MOVE 4 TO RETURN-CODE
                   GO TO 5100-DECIDE-HELD-CARD-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           IF REQ-LOG-STATUS NOT = 'HELD'
               DISPLAY 'Request ' REQ-LOG-ID ' is not held (status '
                       FUNCTION TRIM(REQ-LOG-STATUS) ').'
               MOVE 4 TO RETURN-CODE
               GO TO 5100-DECIDE-HELD-CARD-END
           END-IF.

           IF ACTION-PARM = 'APPROVE'
               MOVE 'APPROVED' TO REQ-STATUS
           ELSE
               MOVE 'REFUSED' TO REQ-STATUS
           END-IF.

           EXEC SQL
               UPDATE request_log
               SET status = :REQ-STATUS,
                   decided_by = TRIM(:PRV-OPERATOR-ID),
                   decided_ticket = TRIM(:PRV-TICKET-REF),
                   decided_at = CURRENT_TIMESTAMP,
                   completed_at = CASE WHEN :REQ-STATUS = 'REFUSED'
                                       THEN CURRENT_TIMESTAMP
                                       ELSE completed_at END
               WHERE id = :REQ-LOG-ID
                 AND status = 'HELD'
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO PRV-ACTION-DESC.
           STRING FUNCTION TRIM(REQ-STATUS) DELIMITED BY SIZE
                  ' HELD ' DELIMITED BY SIZE
                  FUNCTION TRIM(REQ-TYPE) DELIMITED BY SIZE
                  ' FOR ' DELIMITED BY SIZE
                  FUNCTION TRIM(REQ-REQUESTER) DELIMITED BY SIZE
                  INTO PRV-ACTION-DESC.
           MOVE LOG-ID-PARM TO PRV-KEY-VALUE.
           MOVE 1 TO PRV-ROW-COUNT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           IF REQ-STATUS = 'APPROVED'
               DISPLAY 'Request ' REQ-LOG-ID ' approved - it is '
                       'served by the next ReqSvc run.'
           ELSE
               DISPLAY 'Request ' REQ-LOG-ID ' refused.'
           END-IF.
       5100-DECIDE-HELD-CARD-END.
      ******************************************************************
      ******************************************************************
      * A set operations hold quiesces the whole suite: the shared
      * check announces it and counts the refused start; this
           END-IF.
       1030-CHECK-OPS-HOLD-END.
      ******************************************************************
      * Serving cards needs no operator; deciding a held card does,
      * with EXECUTE on ReqSvc in the register.
       1040-CHECK-OPERATOR-RIGHT.
           MOVE 'ReqSvc' TO OPR-PROGRAM-NAME.
           MOVE 'EXECUTE' TO OPR-MODE-NEEDED.
           MOVE LOG-ID-PARM TO PRV-KEY-VALUE.
           COPY "OprChk.cpy".

           IF OPR-DENIED-FLAG = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1040-CHECK-OPERATOR-RIGHT-END.
      ******************************************************************
      ******************************************************************
       8965-UPSERT-ONE-USAGE-ROW.
           EXEC SQL
           END-IF.
       8965-UPSERT-ONE-USAGE-ROW-END.
      ******************************************************************
      * Extract rows go to another department, so each individual
      * served is a contact in the ledger; the response file names
      * the request that carried them out.
       8970-RECORD-CONTACT.
           EXEC SQL
               INSERT INTO contact_history
                   (databank_id, channel, program_name,
                    document_ref, contacted_at)
               VALUES
                   (:CTH-DATABANK-ID, :CTH-CHANNEL, 'ReqSvc',
                    TRIM(:CTH-DOCUMENT-REF), CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8970-RECORD-CONTACT-END.
      ******************************************************************
       8945-RECORD-PRIV-ACTION.
           EXEC SQL
               INSERT INTO privileged_action_log
                   (program_name, operator_id, ticket_ref,
                    action_desc, key_value, row_count, logged_at)
               VALUES
                   ('ReqSvc', :PRV-OPERATOR-ID, :PRV-TICKET-REF,
                    :PRV-ACTION-DESC, :PRV-KEY-VALUE,
                    :PRV-ROW-COUNT, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8945-RECORD-PRIV-ACTION-END.
      ******************************************************************
