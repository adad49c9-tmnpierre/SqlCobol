               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.

           SELECT PIECE-FILE ASSIGN TO PIECE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-FILE.
       FD  TEMPLATE-FILE.
       01  TEMPLATE-RECORD        PIC X(200).

      * One record per letter in the country's letter file, in the
      * same order: MailMfst bundles and weighs the deposit from it
      * and balances it against the letter file itself.
       FD  PIECE-FILE.
       01  PIECE-RECORD.
           05  PC-PIECE-NO        PIC 9(6).
           05  PC-DATABANK-ID     PIC X(36).
           05  PC-POSTAL-CODE     PIC X(10).
           05  PC-STREET          PIC X(50).
           05  PC-LINE-COUNT      PIC 9(4).

       WORKING-STORAGE SECTION.
       01  IND-NAME           PIC X(50) VALUE SPACES.
       01  IND-FNAME          PIC X(50) VALUE SPACES.
       01  IND-CITY           PIC X(50) VALUE SPACES.
       01  IND-ADDR-STATUS    PIC X(1) VALUE SPACE.
       01  IND-SPOKEN         PIC X(50) VALUE SPACES.
      * A minor's correspondence goes to the parent or guardian on
      * file: 'G' routes it there, 'M' marks a minor with none.
       01  IND-ROUTE-FLAG     PIC X(1) VALUE SPACE.
           88  IND-ROUTED-TO-GUARDIAN VALUE 'G'.
           88  IND-MINOR-NO-GUARDIAN  VALUE 'M'.
       01  MINOR-NAME         PIC X(50) VALUE SPACES.
       01  MINOR-FNAME        PIC X(50) VALUE SPACES.
       01  DASH-LINE          PIC X(48) VALUE ALL '-'.

       01  CMD-LINE-PARM      PIC X(100) VALUE SPACES.
       01  TOTAL-ADDRESSED-COUNT PIC 9(6) VALUE ZEROS.
       01  TOTAL-NOADDR-COUNT PIC 9(6) VALUE ZEROS.
       01  CONSENT-SUPPRESSED-TOTAL PIC 9(6) VALUE ZEROS.
       01  SKIP-INVALID-SWITCH PIC X VALUE 'N'.
           88  SKIP-INVALID-ADDR VALUE 'Y'.
       01  INVALID-HELD-TOTAL PIC 9(6) VALUE ZEROS.
       01  RETURNED-HELD-TOTAL PIC 9(6) VALUE ZEROS.
       01  MINOR-HELD-TOTAL   PIC 9(6) VALUE ZEROS.
       01  FREQ-CAPPED-TOTAL  PIC 9(6) VALUE ZEROS.
       01  CAMPAIGN-MODE-SWITCH PIC X VALUE 'N'.
           88  CAMPAIGN-MODE  VALUE 'Y'.
       01  CAMPAIGN-VALID-SWITCH PIC X VALUE 'N'.
           88  CAMPAIGN-VALID VALUE 'Y'.
       01  CMP-LIST-PTR       PIC 9(3) VALUE 1.
       01  HH-MEMBER-COUNT-DISP PIC 9(4) VALUE ZEROS.
       01  PRODUCED-FILES-TABLE.
           05  PRODUCED-FILE-NAME PIC X(60) OCCURS 65 TIMES.
       01  PRODUCED-FILE-COUNT PIC 9(2) VALUE ZEROS.
       01  PRODUCED-FILE-IDX  PIC 9(2) VALUE ZEROS.
       01  LETTER-FILENAME    PIC X(40) VALUE SPACES.
       01  PIECE-FILENAME     PIC X(40) VALUE SPACES.
       01  PIECE-SEQ-NO       PIC 9(6) VALUE ZEROS.
       01  LETTER-LINE-COUNT  PIC 9(4) VALUE ZEROS.
       01  COVER-SHEET-FILENAME PIC X(40) VALUE SPACES.
       01  FOOTER-FILENAME    PIC X(40) VALUE 'LETTERFOOTER.TXT'.
       01  WS-FOOTER-STATUS   PIC X(02) VALUE SPACES.
       COPY "HoldVar.cpy".
       COPY "RptCat.cpy".
       COPY "JobRun.cpy".
       COPY "CtcHist.cpy".
       COPY "CmpSel.cpy".

       01  TARGET-COUNTRY-CODE PIC X(10) VALUE 'BE'.
       01  INCL-INACTIVE-SWITCH PIC X VALUE 'N'.
       01  CONSENT-ENFORCE-SWITCH PIC X VALUE 'N'.
       01  FREQ-CAP-SWITCH    PIC X VALUE 'N'.
      * BREACH <assessment> writes the breach notification letters to
      * the individuals BrchImp marked NOTIFY for that assessment.
       01  BREACH-SWITCH      PIC X VALUE 'N'.
           88  BREACH-MODE    VALUE 'Y'.
       01  BRC-ASSESSMENT-NO  PIC X(12) VALUE SPACES.
       01  BRC-NOTIFY-CNT     PIC S9(9) COMP-5 VALUE ZERO.
      * Letter runs come out in the post office's sorting order -
      * country, postal code, street, house number - so the deposit
      * qualifies for the bulk tariff; the plain listing keeps id
      * order. Byte order (COLLATE "C") keeps the sequence identical to
      * the one MailMfst checks the piece file against.
       01  PRESORT-SWITCH     PIC X VALUE 'N'.
       01  CONSENT-SUPPRESSED-CNT PIC S9(9) COMP-5 VALUE ZERO.

       01  USG-COUNTRY-CODE       PIC X(10) VALUE SPACES.

       01  SQL-IND-RESULT.
           05  SQL-CC         PIC X(10).
           05  SQL-ID         PIC X(36).
           05  SQL-NAME       PIC X(50).
           05  SQL-FNAME      PIC X(50).
           05  SQL-EMAIL      PIC X(100).
           05  SQL-ADDR-STATUS PIC X(1).
           05  SQL-SPOKEN     PIC X(50).
           05  SQL-PHRASE-KEY PIC X(50).
           05  SQL-ROUTE-FLAG PIC X(1).
           05  SQL-GRD-NAME   PIC X(50).
           05  SQL-GRD-FNAME  PIC X(50).

       EXEC SQL END DECLARE SECTION END-EXEC.

               THRU 1100-GET-TARGET-COUNTRY-END.

           IF LETTER-MODE
               MOVE 'Y' TO PRESORT-SWITCH
               PERFORM 1150-LOAD-LETTER-FOOTER
                   THRU 1150-LOAD-LETTER-FOOTER-END
               PERFORM 1160-LOAD-LETTER-TEMPLATES
                   THRU 1160-LOAD-LETTER-TEMPLATES-END
               IF BREACH-MODE
                   PERFORM 1170-CHECK-BREACH-TEMPLATE
                       THRU 1170-CHECK-BREACH-TEMPLATE-END
               END-IF
               PERFORM 1200-OPEN-COVER-SHEET
                   THRU 1200-OPEN-COVER-SHEET-END
           END-IF.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.

           PERFORM 8975-TAG-CONTACT-HISTORY
               THRU 8975-TAG-CONTACT-HISTORY-END.

           IF CAMPAIGN-MODE
               PERFORM 8980-TAG-CAMPAIGN-RUN
                   THRU 8980-TAG-CAMPAIGN-RUN-END
           END-IF.

           IF BREACH-MODE
               PERFORM 8985-STAMP-BREACH-LETTERS
                   THRU 8985-STAMP-BREACH-LETTERS-END
           END-IF.

           PERFORM 8910-REGISTER-LETTER-FILES
               THRU 8910-REGISTER-LETTER-FILES-END.

           MOVE 1 TO CMD-PTR.
           MOVE 0 TO CC-COUNT.

      *    CAMPAIGN <id> runs a registered campaign as a letter run:
      *    the register row supplies the countries and the selection.
      *    Keywords such as SKIPINVALID may still follow the id.
           IF FUNCTION UPPER-CASE(CMD-LINE-PARM(1:9)) = 'CAMPAIGN '
               SET CAMPAIGN-MODE TO TRUE
               MOVE FUNCTION TRIM(CMD-LINE-PARM(10:)) TO CMD-WORK-FIELD
               MOVE SPACES TO CMD-LINE-PARM
               UNSTRING CMD-WORK-FIELD DELIMITED BY ALL SPACE
                   INTO CMP-ID
                   POINTER CMD-PTR
               END-UNSTRING
               IF CMD-PTR <= FUNCTION LENGTH(CMD-WORK-FIELD)
                   MOVE CMD-WORK-FIELD(CMD-PTR:) TO CMD-LINE-PARM
               END-IF
               MOVE 1 TO CMD-PTR
               MOVE FUNCTION UPPER-CASE(CMP-ID) TO CMP-ID
               PERFORM 1120-LOAD-CAMPAIGN
                   THRU 1120-LOAD-CAMPAIGN-END
               SET LETTER-MODE TO TRUE
               MOVE 'Y' TO CONSENT-ENFORCE-SWITCH
               MOVE 'Y' TO FREQ-CAP-SWITCH
               DISPLAY 'Campaign ' FUNCTION TRIM(CMP-ID) ' - '
                       FUNCTION TRIM(CMP-DESCRIPTION)
           END-IF.

      *    BREACH <assessment> is a letter run to the people a data
      *    breach assessment marked for notification. It is a legal
      *    notice, not marketing: consent preferences and the contact
      *    frequency cap do not hold it back, and an individual whose
      *    email bounced still gets the letter.
           IF FUNCTION UPPER-CASE(CMD-LINE-PARM(1:7)) = 'BREACH '
               SET BREACH-MODE TO TRUE
               MOVE FUNCTION TRIM(CMD-LINE-PARM(8:)) TO CMD-WORK-FIELD
               MOVE SPACES TO CMD-LINE-PARM
               UNSTRING CMD-WORK-FIELD DELIMITED BY ALL SPACE
                   INTO BRC-ASSESSMENT-NO
                   POINTER CMD-PTR
               END-UNSTRING
               IF CMD-PTR <= FUNCTION LENGTH(CMD-WORK-FIELD)
                   MOVE CMD-WORK-FIELD(CMD-PTR:) TO CMD-LINE-PARM
               END-IF
               MOVE 1 TO CMD-PTR
               MOVE FUNCTION UPPER-CASE(BRC-ASSESSMENT-NO)
                   TO BRC-ASSESSMENT-NO
               PERFORM 1130-LOAD-BREACH-ASSESSMENT
                   THRU 1130-LOAD-BREACH-ASSESSMENT-END
               SET LETTER-MODE TO TRUE
               MOVE 'N' TO CONSENT-ENFORCE-SWITCH
               MOVE 'N' TO FREQ-CAP-SWITCH
               MOVE 'Y' TO INCL-INACTIVE-SWITCH
               MOVE 'BREACH' TO CMP-TEMPLATE-KEY
               DISPLAY 'Breach notification letters for assessment '
                       FUNCTION TRIM(BRC-ASSESSMENT-NO)
           END-IF.

      *    A bare LETTERS parm leaves a blank country list behind,
      *    which falls through to the usual BE default.
           IF FUNCTION UPPER-CASE(CMD-LINE-PARM(1:8)) = 'LETTERS '
               SET LETTER-MODE TO TRUE
               MOVE 'Y' TO CONSENT-ENFORCE-SWITCH
               MOVE 'Y' TO FREQ-CAP-SWITCH
               MOVE CMD-LINE-PARM(9:) TO CMD-WORK-FIELD
               MOVE CMD-WORK-FIELD TO CMD-LINE-PARM
               DISPLAY 'Letter mode - writing mail-merge letters per '
                       MOVE 'Y' TO HH-MODE-SWITCH
                       DISPLAY 'Household mode - one letter per '
                               'household, addressed to the head.'
                   WHEN 'SKIPINVALID'
                       SET SKIP-INVALID-ADDR TO TRUE
                       DISPLAY 'Addresses that failed verification '
                               'go to the NOADDR file.'
                   WHEN OTHER
                       ADD 1 TO CC-COUNT
                       MOVE CC-TOKEN TO CC-ENTRY(CC-COUNT)
               END-EVALUATE
           END-PERFORM.

           IF CAMPAIGN-MODE OR BREACH-MODE
               PERFORM 1125-LOAD-CAMPAIGN-COUNTRIES
                   THRU 1125-LOAD-CAMPAIGN-COUNTRIES-END
           END-IF.

           IF CC-COUNT >= 20
               DISPLAY 'Warning: more than 20 countries requested, '
                       'extra entries ignored'
           DISPLAY 'Countries requested: ' CC-COUNT.
       1100-GET-TARGET-COUNTRY-END.
      ******************************************************************
      * A campaign is only run from an open POST register row; a
      * missing, closed or email campaign stops the job before any
      * letter is written.
       1120-LOAD-CAMPAIGN.
           EXEC SQL
               SELECT COALESCE(description, ''), template_key,
                      channel, country_list, age_min, age_max,
                      spoken, gender, head_only, status
               INTO :CMP-DESCRIPTION, :CMP-TEMPLATE-KEY,
                    :CMP-CHANNEL, :CMP-COUNTRY-LIST, :CMP-AGE-MIN,
                    :CMP-AGE-MAX, :CMP-SPOKEN, :CMP-GENDER,
                    :CMP-HEAD-ONLY, :CMP-STATUS
               FROM campaign
               WHERE campaign_id = :CMP-ID
           END-EXEC.

           MOVE 'N' TO CAMPAIGN-VALID-SWITCH.
           EVALUATE TRUE
               WHEN SQLCODE = +100
                   DISPLAY '*** No campaign registered as '
                           FUNCTION TRIM(CMP-ID)
                           ' - register it with CmpMnt first. ***'
               WHEN SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               WHEN CMP-STATUS = 'C'
                   DISPLAY '*** Campaign ' FUNCTION TRIM(CMP-ID)
                           ' is closed - refusing to run it. ***'
               WHEN CMP-CHANNEL NOT = 'POST'
                   DISPLAY '*** Campaign ' FUNCTION TRIM(CMP-ID)
                           ' is an ' FUNCTION TRIM(CMP-CHANNEL)
                           ' campaign - run it through MailSpl. ***'
               WHEN OTHER
                   SET CAMPAIGN-VALID TO TRUE
           END-EVALUATE.

           IF NOT CAMPAIGN-VALID
               MOVE 8 TO JRL-RETURN-CODE
               PERFORM 8900-WRITE-JOB-RUN-LOG
                   THRU 8900-WRITE-JOB-RUN-LOG-END
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF.

           MOVE CMP-ID TO CTH-CAMPAIGN-ID.

           IF CMP-HEAD-ONLY = 'Y'
               MOVE 'Y' TO HH-MODE-SWITCH
               DISPLAY 'Household mode - one letter per '
                       'household, addressed to the head.'
           END-IF.
       1120-LOAD-CAMPAIGN-END.
      ******************************************************************
      * The campaign's own country list - or, for a breach run, the
      * countries of the people to notify - replaces whatever
      * countries the parameter card carried.
       1125-LOAD-CAMPAIGN-COUNTRIES.
           IF CC-COUNT > 0
               DISPLAY 'Countries on the parameter card ignored - '
                       'the campaign or assessment selects its own.'
               MOVE 0 TO CC-COUNT
           END-IF.

           MOVE 1 TO CMP-LIST-PTR.
           PERFORM UNTIL CMP-LIST-PTR >
                         FUNCTION LENGTH(CMP-COUNTRY-LIST)
                      OR CMP-COUNTRY-LIST(CMP-LIST-PTR:) = SPACES
                      OR CC-COUNT >= 20
               MOVE SPACES TO CC-TOKEN
               UNSTRING CMP-COUNTRY-LIST DELIMITED BY ','
                   INTO CC-TOKEN
                   POINTER CMP-LIST-PTR
               END-UNSTRING
               IF CC-TOKEN NOT = SPACES
                   ADD 1 TO CC-COUNT
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CC-TOKEN))
                       TO CC-ENTRY(CC-COUNT)
               END-IF
           END-PERFORM.
       1125-LOAD-CAMPAIGN-COUNTRIES-END.
      ******************************************************************
      * The assessment must exist and still have someone to notify;
      * the countries of those people become the run's country list.
       1130-LOAD-BREACH-ASSESSMENT.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(STRING_AGG(DISTINCT bs.country_code,
                                          ','), '')
               INTO :BRC-NOTIFY-CNT, :CMP-COUNTRY-LIST
               FROM breach_subject bs
               WHERE bs.assessment_no = TRIM(:BRC-ASSESSMENT-NO)
                 AND bs.notify_status = 'NOTIFY'
                 AND bs.country_code IS NOT NULL
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF BRC-NOTIFY-CNT = 0
               DISPLAY '*** Nobody to notify under breach assessment '
                       FUNCTION TRIM(BRC-ASSESSMENT-NO)
                       ' - run BrchImp first. ***'
               MOVE 8 TO JRL-RETURN-CODE
               PERFORM 8900-WRITE-JOB-RUN-LOG
                   THRU 8900-WRITE-JOB-RUN-LOG-END
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF.
       1130-LOAD-BREACH-ASSESSMENT-END.
      ******************************************************************
      * A breach letter must say what happened; the ordinary country
      * letter would not. Without a BREACH template the run stops
      * before any letter is written.
       1170-CHECK-BREACH-TEMPLATE.
           MOVE 'BREACH' TO TPL-WANT-CC.
           MOVE '*' TO TPL-WANT-SPOKEN.
           MOVE 'N' TO TEMPLATE-FOUND-SWITCH.
           PERFORM 3148-SCAN-TEMPLATE-TABLE
               THRU 3148-SCAN-TEMPLATE-TABLE-END.

           IF NOT TEMPLATE-FOUND
               DISPLAY '*** No BREACH|*| letter template in '
                       'LETTERTPL.TXT - add the breach notice text '
                       'before the run. ***'
               MOVE 8 TO JRL-RETURN-CODE
               PERFORM 8900-WRITE-JOB-RUN-LOG
                   THRU 8900-WRITE-JOB-RUN-LOG-END
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF.
       1170-CHECK-BREACH-TEMPLATE-END.
      ******************************************************************
      * Schema objects are owned by SchemaMig; this job only checks
      * that the database is at the level it was written against and
      * fails fast when the schema is behind.
      *    cover sheet survive through a control break on
      *    country_code. Each individual still gets the phrase for
      *    their own spoken language, falling back to the country
      *    default ('*') and then to any phrase on file. A campaign
      *    run narrows the selection by its age bracket, language and
      *    gender; outside a campaign those criteria stay open.
      *    A minor's email and postal address are the guardian's (gr);
      *    a minor with no active guardian on file gets no address
      *    at all, so the letter lands in the NOADDR exceptions.
           EXEC SQL DECLARE BELG_CUR CURSOR FOR
               SELECT d.country_code, d.id,
                      d.last_name, d.first_name,
                      CASE WHEN gr.minor_id IS NOT NULL
                           THEN COALESCE(gr.email, '')
                           ELSE d.email END,
                      CASE WHEN gr.minor_id IS NOT NULL
                           THEN COALESCE(gr.country, '')
                           ELSE d.country END,
                      CASE WHEN gr.minor_id IS NOT NULL
                           THEN COALESCE(gr.street, '')
                           ELSE COALESCE(d.street, '') END,
                      CASE WHEN gr.minor_id IS NOT NULL
                           THEN COALESCE(gr.house_no, '')
                           ELSE COALESCE(d.house_no, '') END,
                      CASE WHEN gr.minor_id IS NOT NULL
                           THEN COALESCE(gr.box_no, '')
                           ELSE COALESCE(d.box_no, '') END,
                      CASE WHEN gr.minor_id IS NOT NULL
                           THEN COALESCE(gr.postal_code, '')
                           ELSE COALESCE(d.postal_code, '') END,
                      CASE WHEN gr.minor_id IS NOT NULL
                           THEN COALESCE(gr.city, '')
                           ELSE COALESCE(d.city, '') END,
                      CASE WHEN gr.minor_id IS NOT NULL
                           THEN COALESCE(gr.address_status, ' ')
                           ELSE COALESCE(d.address_status, ' ') END,
                      COALESCE(d.spoken, ''),
                      CASE WHEN px.phrase IS NOT NULL
                           THEN UPPER(TRIM(d.spoken))
                         FROM household h2, household_member hm2
                        WHERE h2.head_id = d.id
                          AND hm2.household_id = h2.household_id),
                      CASE WHEN gr.guardian_id IS NOT NULL THEN 'G'
                           WHEN gr.minor_id IS NOT NULL THEN 'M'
                           ELSE ' ' END,
                      COALESCE(gr.last_name, ''),
                      COALESCE(gr.first_name, ''),
                      COALESCE(px.phrase, pd.phrase, pm.phrase, '')
               FROM databank d
               LEFT JOIN (SELECT country_code,
                                 UPPER(TRIM(spoken)) AS spoken_key,
                            FROM phrase
                           GROUP BY country_code) pm
                      ON pm.country_code = d.country_code
               LEFT JOIN (SELECT m.id AS minor_id,
                                 g.id AS guardian_id,
                                 g.last_name, g.first_name, g.email,
                                 g.country, g.street, g.house_no,
                                 g.box_no, g.postal_code, g.city,
                                 g.address_status
                            FROM databank m
                            LEFT JOIN guardian_link gl
                                   ON gl.minor_id = m.id
                                  AND gl.closed_at IS NULL
                            LEFT JOIN databank g
                                   ON g.id = gl.guardian_id
                                  AND COALESCE(g.status, 'A') = 'A'
                           WHERE COALESCE(CAST(EXTRACT(YEAR FROM
                                     AGE(CURRENT_DATE, m.birth_date))
                                     AS INTEGER), m.age) < 18) gr
                      ON gr.minor_id = d.id
               WHERE d.country_code = ANY(
                         STRING_TO_ARRAY(TRIM(:CC-LIST), ','))
                 AND (:INCL-INACTIVE-SWITCH = 'Y'
                           WHERE cp.databank_id = d.id
                             AND cp.channel = 'POST'
                             AND cp.allowed = 'N'))
                 AND (:FREQ-CAP-SWITCH = 'N'
                      OR NOT EXISTS
                         (SELECT 1 FROM contact_frequency_rule r
                           WHERE r.channel = 'POST'
                             AND (SELECT COUNT(*)
                                    FROM contact_history ch
                                   WHERE ch.databank_id = d.id
                                     AND ch.channel = 'POST'
                                     AND ch.contacted_at >=
                                         CURRENT_TIMESTAMP
                                         - r.window_days
                                           * INTERVAL '1 day')
                                 >= r.max_contacts))
                 AND (:HH-MODE-SWITCH = 'N'
                      OR NOT EXISTS
                         (SELECT 1 FROM household_member hm
                      OR EXISTS
                         (SELECT 1 FROM household h
                           WHERE h.head_id = d.id))
                 AND (:CMP-AGE-MIN = 0
                      OR COALESCE(CAST(EXTRACT(YEAR FROM
                             AGE(CURRENT_DATE, d.birth_date))
                             AS INTEGER), d.age) >= :CMP-AGE-MIN)
                 AND (:CMP-AGE-MAX = 0
                      OR COALESCE(CAST(EXTRACT(YEAR FROM
                             AGE(CURRENT_DATE, d.birth_date))
                             AS INTEGER), d.age) <= :CMP-AGE-MAX)
                 AND (TRIM(:CMP-SPOKEN) = ''
                      OR UPPER(TRIM(d.spoken)) =
                         UPPER(TRIM(:CMP-SPOKEN)))
                 AND (TRIM(:CMP-GENDER) = ''
                      OR UPPER(TRIM(d.gender)) =
                         UPPER(TRIM(:CMP-GENDER)))
                 AND (:BREACH-SWITCH = 'N'
                      OR EXISTS
                         (SELECT 1 FROM breach_subject bs
                           WHERE bs.assessment_no =
                                 TRIM(:BRC-ASSESSMENT-NO)
                             AND bs.databank_id = d.id
                             AND bs.notify_status = 'NOTIFY'))
                 AND (pm.country_code IS NOT NULL
                      OR :BREACH-SWITCH = 'Y')
               ORDER BY d.country_code,
                        CASE WHEN :PRESORT-SWITCH <> 'Y' THEN ''
                             WHEN gr.minor_id IS NOT NULL
                             THEN COALESCE(gr.postal_code, '')
                             ELSE COALESCE(d.postal_code, '')
                             END COLLATE "C",
                        CASE WHEN :PRESORT-SWITCH <> 'Y' THEN ''
                             WHEN gr.minor_id IS NOT NULL
                             THEN UPPER(COALESCE(gr.street, ''))
                             ELSE UPPER(COALESCE(d.street, ''))
                             END COLLATE "C",
                        CASE WHEN :PRESORT-SWITCH <> 'Y' THEN ''
                             WHEN gr.minor_id IS NOT NULL
                             THEN COALESCE(gr.house_no, '')
                             ELSE COALESCE(d.house_no, '') END,
                        d.id
           END-EXEC.

           PERFORM 3150-OPEN-COUNTRY-CURSOR
           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH BELG_CUR
                   INTO :SQL-CC, :SQL-ID,
                        :SQL-NAME, :SQL-FNAME, :SQL-EMAIL,
                        :SQL-COUNTRY, :SQL-STREET, :SQL-HOUSE-NO,
                        :SQL-BOX-NO, :SQL-POSTAL-CODE, :SQL-CITY,
                        :SQL-ADDR-STATUS, :SQL-SPOKEN,
                        :SQL-PHRASE-KEY,
                        :SQL-HH-MEMBER-COUNT, :SQL-ROUTE-FLAG,
                        :SQL-GRD-NAME, :SQL-GRD-FNAME, :SQL-QUOTE
               END-EXEC

               IF SQLCODE = 0 THEN
                   MOVE SQL-CITY TO IND-CITY
                   MOVE SQL-ADDR-STATUS TO IND-ADDR-STATUS
                   MOVE SQL-SPOKEN TO IND-SPOKEN
                   MOVE SQL-ROUTE-FLAG TO IND-ROUTE-FLAG

                   IF LETTER-MODE
                       PERFORM 3130-WRITE-ONE-LETTER
                           THRU 3130-WRITE-ONE-LETTER-END
                       IF LETTER-DELIVERABLE
                           PERFORM 3138-WRITE-PIECE-RECORD
                               THRU 3138-WRITE-PIECE-RECORD-END
                       END-IF
                   ELSE
                       DISPLAY 'Name: ' IND-NAME
                       DISPLAY 'Firstname: ' IND-FNAME
                       DISPLAY 'Email: ' IND-EMAIL
                       IF IND-ROUTED-TO-GUARDIAN
                           DISPLAY 'Guardian: '
                                   FUNCTION TRIM(SQL-GRD-FNAME) ' '
                                   FUNCTION TRIM(SQL-GRD-NAME)
                       END-IF
                       IF IND-MINOR-NO-GUARDIAN
                           DISPLAY 'Guardian: none on file'
                       END-IF
                       DISPLAY 'Quote: ' IND-QUOTE
                       DISPLAY DASH-LINE
                   END-IF
                      CONSENT-SUPPRESSED-TOTAL DELIMITED BY SIZE
                      INTO LETTER-WORK-LINE
               WRITE COVER-SHEET-LINE FROM LETTER-WORK-LINE
               MOVE SPACES TO LETTER-WORK-LINE
               STRING 'Held back by contact frequency rule: '
                          DELIMITED BY SIZE
                      FREQ-CAPPED-TOTAL DELIMITED BY SIZE
                      INTO LETTER-WORK-LINE
               WRITE COVER-SHEET-LINE FROM LETTER-WORK-LINE
               IF SKIP-INVALID-ADDR
                   MOVE SPACES TO LETTER-WORK-LINE
                   STRING 'Held back - address failed verification: '
                              DELIMITED BY SIZE
                          INVALID-HELD-TOTAL DELIMITED BY SIZE
                          INTO LETTER-WORK-LINE
                   WRITE COVER-SHEET-LINE FROM LETTER-WORK-LINE
               END-IF
               MOVE SPACES TO LETTER-WORK-LINE
               STRING 'Held back - address returned by the post: '
                          DELIMITED BY SIZE
                      RETURNED-HELD-TOTAL DELIMITED BY SIZE
                      INTO LETTER-WORK-LINE
               WRITE COVER-SHEET-LINE FROM LETTER-WORK-LINE
               MOVE SPACES TO LETTER-WORK-LINE
               STRING 'Held back - minor with no guardian on file: '
                          DELIMITED BY SIZE
                      MINOR-HELD-TOTAL DELIMITED BY SIZE
                      INTO LETTER-WORK-LINE
               WRITE COVER-SHEET-LINE FROM LETTER-WORK-LINE
               CLOSE COVER-SHEET-FILE
               IF PRODUCED-FILE-COUNT < 65
                   ADD 1 TO PRODUCED-FILE-COUNT
                   MOVE COVER-SHEET-FILENAME
                       TO PRODUCED-FILE-NAME(PRODUCED-FILE-COUNT)
       3110-START-COUNTRY-END.
      ******************************************************************
       3190-CLOSE-COUNTRY.
           IF LETTER-MODE AND NOT BREACH-MODE
               PERFORM 3160-COUNT-CONSENT-SUPPRESSED
                   THRU 3160-COUNT-CONSENT-SUPPRESSED-END
               PERFORM 3165-COUNT-FREQUENCY-CAPPED
                   THRU 3165-COUNT-FREQUENCY-CAPPED-END
           END-IF.

           IF CAMPAIGN-MODE
               MOVE COUNTRY-SUBTOTAL TO CMP-SELECTED-CNT
               MOVE COUNTRY-ADDRESSED-COUNT TO CMP-SENT-CNT
               PERFORM 3170-RECORD-CAMPAIGN-RUN
                   THRU 3170-RECORD-CAMPAIGN-RUN-END
           END-IF.

           DISPLAY 'Subtotal for ' TARGET-COUNTRY-CODE ': '
           IF LETTER-MODE
               CLOSE LETTER-FILE
               CLOSE NOADDR-FILE
               CLOSE PIECE-FILE
               IF PRODUCED-FILE-COUNT < 63
                   ADD 1 TO PRODUCED-FILE-COUNT
                   MOVE LETTER-FILENAME
                       TO PRODUCED-FILE-NAME(PRODUCED-FILE-COUNT)
                   ADD 1 TO PRODUCED-FILE-COUNT
                   MOVE NOADDR-FILENAME
                       TO PRODUCED-FILE-NAME(PRODUCED-FILE-COUNT)
                   ADD 1 TO PRODUCED-FILE-COUNT
                   MOVE PIECE-FILENAME
                       TO PRODUCED-FILE-NAME(PRODUCED-FILE-COUNT)
               END-IF
               MOVE SPACES TO LETTER-WORK-LINE
               STRING 'Country ' DELIMITED BY SIZE
      *                suppressions still belong in the cover-sheet
      *                total.
                       MOVE CC-ENTRY(CC-IDX) TO TARGET-COUNTRY-CODE
                       IF NOT BREACH-MODE
                           PERFORM 3160-COUNT-CONSENT-SUPPRESSED
                               THRU 3160-COUNT-CONSENT-SUPPRESSED-END
                           PERFORM 3165-COUNT-FREQUENCY-CAPPED
                               THRU 3165-COUNT-FREQUENCY-CAPPED-END
                       END-IF
                   END-IF
                   IF CAMPAIGN-MODE
                       MOVE ZERO TO CMP-SELECTED-CNT
                       MOVE ZERO TO CMP-SENT-CNT
                       PERFORM 3170-RECORD-CAMPAIGN-RUN
                           THRU 3170-RECORD-CAMPAIGN-RUN-END
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 'Letter run cover sheet' TO LETTER-WORK-LINE.
           WRITE COVER-SHEET-LINE FROM LETTER-WORK-LINE.

           IF CAMPAIGN-MODE
               MOVE SPACES TO LETTER-WORK-LINE
               STRING 'Campaign: ' DELIMITED BY SIZE
                      FUNCTION TRIM(CMP-ID) DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      FUNCTION TRIM(CMP-DESCRIPTION) DELIMITED BY SIZE
                      INTO LETTER-WORK-LINE
               WRITE COVER-SHEET-LINE FROM LETTER-WORK-LINE
           END-IF.

           IF BREACH-MODE
               MOVE SPACES TO LETTER-WORK-LINE
               STRING 'Breach notification - assessment '
                          DELIMITED BY SIZE
                      FUNCTION TRIM(BRC-ASSESSMENT-NO)
                          DELIMITED BY SIZE
                      INTO LETTER-WORK-LINE
               WRITE COVER-SHEET-LINE FROM LETTER-WORK-LINE
           END-IF.
       1200-OPEN-COVER-SHEET-END.
      ******************************************************************
       3120-OPEN-LETTER-FILE.
                  '_NOADDR.TXT' DELIMITED BY SIZE
                  INTO NOADDR-FILENAME.

           MOVE SPACES TO PIECE-FILENAME.
           STRING 'LETTERS_' DELIMITED BY SIZE
                  FUNCTION TRIM(TARGET-COUNTRY-CODE)
                      DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '_PIECES.TXT' DELIMITED BY SIZE
                  INTO PIECE-FILENAME.

           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT NOADDR-FILE.
           OPEN OUTPUT PIECE-FILE.
           MOVE ZEROS TO PIECE-SEQ-NO.

           MOVE ZEROS TO COUNTRY-ADDRESSED-COUNT.
           MOVE ZEROS TO COUNTRY-NOADDR-COUNT.
      * A letter is deliverable when the record carries a complete
      * address that has not been flagged bad; everything else lands
      * in the NOADDR exception file for the mailing team to chase.
      * With SKIPINVALID an address AddrVer could not sort ('I') is
      * treated the same way - the mailing house bills every envelope
      * it cannot sort. An address the post office has sent back
      * twice ('R', set by PostRet) is never used until it has been
      * corrected.
       3130-WRITE-ONE-LETTER.
           MOVE ZEROS TO LETTER-LINE-COUNT.

      *    A letter about a minor is written to the guardian: the
      *    guardian is the addressee and the salutation, and the
      *    minor is named in the address block.
           MOVE SPACES TO MINOR-NAME.
           MOVE SPACES TO MINOR-FNAME.
           IF IND-ROUTED-TO-GUARDIAN
               MOVE IND-NAME TO MINOR-NAME
               MOVE IND-FNAME TO MINOR-FNAME
               MOVE SQL-GRD-NAME TO IND-NAME
               MOVE SQL-GRD-FNAME TO IND-FNAME
           END-IF.

           IF IND-STREET NOT = SPACES
            AND IND-POSTAL-CODE NOT = SPACES
            AND IND-CITY NOT = SPACES
            AND IND-ADDR-STATUS NOT = 'B'
            AND IND-ADDR-STATUS NOT = 'R'
            AND NOT (SKIP-INVALID-ADDR AND IND-ADDR-STATUS = 'I')
               SET LETTER-DELIVERABLE TO TRUE
               ADD 1 TO COUNTRY-ADDRESSED-COUNT
               ADD 1 TO TOTAL-ADDRESSED-COUNT
               MOVE 'N' TO LETTER-DELIV-SWITCH
               ADD 1 TO COUNTRY-NOADDR-COUNT
               ADD 1 TO TOTAL-NOADDR-COUNT
               IF SKIP-INVALID-ADDR AND IND-ADDR-STATUS = 'I'
                   ADD 1 TO INVALID-HELD-TOTAL
               END-IF
               IF IND-ADDR-STATUS = 'R'
                   ADD 1 TO RETURNED-HELD-TOTAL
               END-IF
               IF IND-MINOR-NO-GUARDIAN
                   ADD 1 TO MINOR-HELD-TOTAL
               END-IF
           END-IF.

      *    Only a letter that goes to the print bureau is a contact;
      *    the NOADDR exceptions never leave the building.
           IF LETTER-DELIVERABLE
               MOVE SQL-ID TO CTH-DATABANK-ID
               MOVE 'POST' TO CTH-CHANNEL
               MOVE LETTER-FILENAME TO CTH-DOCUMENT-REF
               PERFORM 8970-RECORD-CONTACT
                   THRU 8970-RECORD-CONTACT-END
           END-IF.

           MOVE LETTER-DASH-LINE TO LETTER-WORK-LINE.
                   THRU 3140-WRITE-ADDRESS-BLOCK-END
           END-IF.

           IF IND-MINOR-NO-GUARDIAN
               MOVE SPACES TO LETTER-WORK-LINE
               STRING 'Minor with no guardian on file - link one '
                          DELIMITED BY SIZE
                      'with GrdMnt before mailing.' DELIMITED BY SIZE
                      INTO LETTER-WORK-LINE
               PERFORM 3135-WRITE-LETTER-LINE
                   THRU 3135-WRITE-LETTER-LINE-END
           END-IF.

      *    The campaign reference lets the business code the replies
      *    it gets back against the right campaign.
           IF CAMPAIGN-MODE
               MOVE SPACES TO LETTER-WORK-LINE
               STRING 'Our reference: ' DELIMITED BY SIZE
                      FUNCTION TRIM(CMP-ID) DELIMITED BY SIZE
                      INTO LETTER-WORK-LINE
               PERFORM 3135-WRITE-LETTER-LINE
                   THRU 3135-WRITE-LETTER-LINE-END
               MOVE SPACES TO LETTER-WORK-LINE
               PERFORM 3135-WRITE-LETTER-LINE
                   THRU 3135-WRITE-LETTER-LINE-END
           END-IF.

           IF BREACH-MODE
               MOVE SPACES TO LETTER-WORK-LINE
               STRING 'Our reference: ' DELIMITED BY SIZE
                      FUNCTION TRIM(BRC-ASSESSMENT-NO)
                          DELIMITED BY SIZE
                      INTO LETTER-WORK-LINE
               PERFORM 3135-WRITE-LETTER-LINE
                   THRU 3135-WRITE-LETTER-LINE-END
               MOVE SPACES TO LETTER-WORK-LINE
               PERFORM 3135-WRITE-LETTER-LINE
                   THRU 3135-WRITE-LETTER-LINE-END
           END-IF.

           IF TPL-COUNT > 0
               PERFORM 3145-RESOLVE-TEMPLATE-KEY
                   THRU 3145-RESOLVE-TEMPLATE-KEY-END
       3135-WRITE-LETTER-LINE.
           IF LETTER-DELIVERABLE
               WRITE LETTER-LINE FROM LETTER-WORK-LINE
               ADD 1 TO LETTER-LINE-COUNT
           ELSE
               WRITE NOADDR-LINE FROM LETTER-WORK-LINE
           END-IF.
       3135-WRITE-LETTER-LINE-END.
      ******************************************************************
      * The letter's line count is what MailMfst weighs it by (sheets
      * per envelope); the piece number is its place in the file.
       3138-WRITE-PIECE-RECORD.
           ADD 1 TO PIECE-SEQ-NO.
           MOVE PIECE-SEQ-NO TO PC-PIECE-NO.
           MOVE SQL-ID TO PC-DATABANK-ID.
           MOVE IND-POSTAL-CODE TO PC-POSTAL-CODE.
           MOVE FUNCTION UPPER-CASE(IND-STREET) TO PC-STREET.
           MOVE LETTER-LINE-COUNT TO PC-LINE-COUNT.
           WRITE PIECE-RECORD.
       3138-WRITE-PIECE-RECORD-END.
      ******************************************************************
      * The print bureau wants the postal address block at the top of
      * the letter: name, street with house number and box, postal
      * code with city, then the country line.
           PERFORM 3135-WRITE-LETTER-LINE
               THRU 3135-WRITE-LETTER-LINE-END.

           IF IND-ROUTED-TO-GUARDIAN
               MOVE SPACES TO LETTER-WORK-LINE
               STRING 'To the parent or guardian of '
                          DELIMITED BY SIZE
                      FUNCTION TRIM(MINOR-FNAME) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(MINOR-NAME) DELIMITED BY SIZE
                      INTO LETTER-WORK-LINE
               PERFORM 3135-WRITE-LETTER-LINE
                   THRU 3135-WRITE-LETTER-LINE-END
           END-IF.

           MOVE SPACES TO LETTER-WORK-LINE.
           IF IND-BOX-NO = SPACES
               STRING FUNCTION TRIM(IND-STREET) DELIMITED BY SIZE
      ******************************************************************
      * Same fallback ladder as the phrase lookup: the recipient's own
      * language first, then the country default '*', then the
      * all-countries default '*|*'. A campaign's template key sits in
      * the country column of LETTERTPL.TXT and is tried first, in
      * the recipient's language and then as the key's '*' default.
       3145-RESOLVE-TEMPLATE-KEY.
           MOVE 'N' TO TEMPLATE-FOUND-SWITCH.

           IF CMP-TEMPLATE-KEY NOT = SPACES
               MOVE FUNCTION UPPER-CASE(CMP-TEMPLATE-KEY)
                   TO TPL-WANT-CC
               MOVE FUNCTION UPPER-CASE(IND-SPOKEN)
                   TO TPL-WANT-SPOKEN
               PERFORM 3148-SCAN-TEMPLATE-TABLE
                   THRU 3148-SCAN-TEMPLATE-TABLE-END
               IF NOT TEMPLATE-FOUND
                   MOVE '*' TO TPL-WANT-SPOKEN
                   PERFORM 3148-SCAN-TEMPLATE-TABLE
                       THRU 3148-SCAN-TEMPLATE-TABLE-END
               END-IF
               IF TEMPLATE-FOUND
                   GO TO 3145-RESOLVE-TEMPLATE-KEY-END
               END-IF
           END-IF.

           MOVE FUNCTION UPPER-CASE(TARGET-COUNTRY-CODE)
               TO TPL-WANT-CC.
           MOVE FUNCTION UPPER-CASE(IND-SPOKEN) TO TPL-WANT-SPOKEN.
               WHERE d.country_code = :TARGET-COUNTRY-CODE
                 AND (:INCL-INACTIVE-SWITCH = 'Y'
                      OR COALESCE(d.status, 'A') = 'A')
                 AND (:CMP-AGE-MIN = 0
                      OR COALESCE(CAST(EXTRACT(YEAR FROM
                             AGE(CURRENT_DATE, d.birth_date))
                             AS INTEGER), d.age) >= :CMP-AGE-MIN)
                 AND (:CMP-AGE-MAX = 0
                      OR COALESCE(CAST(EXTRACT(YEAR FROM
                             AGE(CURRENT_DATE, d.birth_date))
                             AS INTEGER), d.age) <= :CMP-AGE-MAX)
                 AND (TRIM(:CMP-SPOKEN) = ''
                      OR UPPER(TRIM(d.spoken)) =
                         UPPER(TRIM(:CMP-SPOKEN)))
                 AND (TRIM(:CMP-GENDER) = ''
                      OR UPPER(TRIM(d.gender)) =
                         UPPER(TRIM(:CMP-GENDER)))
                 AND EXISTS
                     (SELECT 1 FROM consent_preference cp
                       WHERE cp.databank_id = d.id
                       CONSENT-SUPPRESSED-CNT
           END-IF.
       3160-COUNT-CONSENT-SUPPRESSED-END.
      ******************************************************************
      * Same proof for the contact frequency rule: per country, the
      * individuals already written to as often as the POST rule
      * allows within its window (consent suppressions are counted
      * above and not again here).
       3165-COUNT-FREQUENCY-CAPPED.
           MOVE ZERO TO CTH-CAPPED-CNT.

           EXEC SQL
               SELECT COUNT(*) INTO :CTH-CAPPED-CNT
               FROM databank d, contact_frequency_rule r
               WHERE d.country_code = :TARGET-COUNTRY-CODE
                 AND r.channel = 'POST'
                 AND (:INCL-INACTIVE-SWITCH = 'Y'
                      OR COALESCE(d.status, 'A') = 'A')
                 AND (:CMP-AGE-MIN = 0
                      OR COALESCE(CAST(EXTRACT(YEAR FROM
                             AGE(CURRENT_DATE, d.birth_date))
                             AS INTEGER), d.age) >= :CMP-AGE-MIN)
                 AND (:CMP-AGE-MAX = 0
                      OR COALESCE(CAST(EXTRACT(YEAR FROM
                             AGE(CURRENT_DATE, d.birth_date))
                             AS INTEGER), d.age) <= :CMP-AGE-MAX)
                 AND (TRIM(:CMP-SPOKEN) = ''
                      OR UPPER(TRIM(d.spoken)) =
                         UPPER(TRIM(:CMP-SPOKEN)))
                 AND (TRIM(:CMP-GENDER) = ''
                      OR UPPER(TRIM(d.gender)) =
                         UPPER(TRIM(:CMP-GENDER)))
                 AND NOT EXISTS
                     (SELECT 1 FROM consent_preference cp
                       WHERE cp.databank_id = d.id
                         AND cp.channel = 'POST'
                         AND cp.allowed = 'N')
                 AND (SELECT COUNT(*)
                        FROM contact_history ch
                       WHERE ch.databank_id = d.id
                         AND ch.channel = 'POST'
                         AND ch.contacted_at >=
                             CURRENT_TIMESTAMP
                             - r.window_days * INTERVAL '1 day')
                     >= r.max_contacts
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF CTH-CAPPED-CNT > 0
               ADD CTH-CAPPED-CNT TO FREQ-CAPPED-TOTAL
               DISPLAY 'Held back by contact frequency rule for '
                       TARGET-COUNTRY-CODE ': '
                       CTH-CAPPED-CNT
           END-IF.
       3165-COUNT-FREQUENCY-CAPPED-END.
      ******************************************************************
      * The campaign result report needs the run's own view per
      * country: found by the selection, actually sent to the print
      * bureau, and held back by consent or the frequency rule.
       3170-RECORD-CAMPAIGN-RUN.
           COMPUTE CMP-SUPPRESSED-CNT =
               CONSENT-SUPPRESSED-CNT + CTH-CAPPED-CNT.

           EXEC SQL
               INSERT INTO campaign_run
                   (campaign_id, program_name, country_code,
                    selected_count, sent_count, suppressed_count,
                    run_at)
               VALUES
                   (:CMP-ID, 'BelInfo', :TARGET-COUNTRY-CODE,
                    :CMP-SELECTED-CNT, :CMP-SENT-CNT,
                    :CMP-SUPPRESSED-CNT, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3170-RECORD-CAMPAIGN-RUN-END.
      ******************************************************************
       3150-OPEN-COUNTRY-CURSOR.
           MOVE ZERO TO RETRY-COUNT.
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8920-REGISTER-ONE-FILE-END.
      ******************************************************************
       8970-RECORD-CONTACT.
           EXEC SQL
               INSERT INTO contact_history
                   (databank_id, channel, program_name,
                    document_ref, campaign_id, contacted_at)
               VALUES
                   (:CTH-DATABANK-ID, :CTH-CHANNEL, 'BelInfo',
                    TRIM(:CTH-DOCUMENT-REF),
                    NULLIF(TRIM(:CTH-CAMPAIGN-ID), ''),
                    CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8970-RECORD-CONTACT-END.
      ******************************************************************
      * The ledger rows are written while the run is in flight, so
      * the job_run_log reference is stamped on afterwards - the
      * freshest BelInfo entry is this run's own.
       8975-TAG-CONTACT-HISTORY.
           EXEC SQL
               UPDATE contact_history
               SET job_run_log_id =
                   (SELECT MAX(id) FROM job_run_log
                     WHERE program_name = 'BelInfo')
               WHERE program_name = 'BelInfo'
                 AND job_run_log_id IS NULL
                 AND contacted_at >= CAST(:JRL-STARTED-TS AS TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8975-TAG-CONTACT-HISTORY-END.
      ******************************************************************
      * Same late stamping for the campaign_run rows of this run.
       8980-TAG-CAMPAIGN-RUN.
           EXEC SQL
               UPDATE campaign_run
               SET job_run_log_id =
                   (SELECT MAX(id) FROM job_run_log
                     WHERE program_name = 'BelInfo')
               WHERE program_name = 'BelInfo'
                 AND job_run_log_id IS NULL
                 AND run_at >= CAST(:JRL-STARTED-TS AS TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8980-TAG-CAMPAIGN-RUN-END.
      ******************************************************************
      * The assessment records when its letters went out and how many,
      * so the DPO can show the regulator the individuals were told.
       8985-STAMP-BREACH-LETTERS.
           MOVE TOTAL-ADDRESSED-COUNT TO BRC-NOTIFY-CNT.
           EXEC SQL
               UPDATE breach_assessment
               SET letters_run_at = CURRENT_TIMESTAMP,
                   letters_sent = :BRC-NOTIFY-CNT
               WHERE assessment_no = TRIM(:BRC-ASSESSMENT-NO)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8985-STAMP-BREACH-LETTERS-END.
      ******************************************************************
      ******************************************************************
      * A set operations hold quiesces the whole suite: the shared
