      * individual, assembled in one run into a retained, dated file
      * suitable for sending to the requester - the access-request
      * counterpart of Erase's erasure certificate. Draws on the same
      * tables AudInq and RunHist already read. When the request is
      * on the privacy case register, its case number follows the key
      * and the dossier is linked to the case as its evidence.
       01  DOSSIER-FILENAME       PIC X(60) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "PrcVar.cpy".

       01  TARGET-KEY             PIC X(100) VALUE SPACES.
       01  SUBJ-ID                PIC X(36) VALUE SPACES.
           PERFORM 1100-GET-PARMS
               THRU 1100-GET-PARMS-END.

           IF PRC-CASE-NO NOT = SPACES
               PERFORM 1045-CHECK-PRIVACY-CASE
                   THRU 1045-CHECK-PRIVACY-CASE-END
           END-IF.

           PERFORM 2000-RESOLVE-SUBJECT
               THRU 2000-RESOLVE-SUBJECT-END.

           PERFORM 3700-WRITE-OUTBOUND-RUNS-SECTION
               THRU 3700-WRITE-OUTBOUND-RUNS-SECTION-END.

           PERFORM 3800-WRITE-CONTACT-SECTION
               THRU 3800-WRITE-CONTACT-SECTION-END.

           PERFORM 3850-WRITE-SOURCE-SECTION
               THRU 3850-WRITE-SOURCE-SECTION-END.

           CLOSE DOSSIER-FILE.

           PERFORM 8900-REGISTER-REQUEST
               THRU 8900-REGISTER-REQUEST-END.

           IF PRC-CASE-NO NOT = SPACES
               PERFORM 8950-LINK-PRIVACY-CASE
                   THRU 8950-LINK-PRIVACY-CASE-END
           END-IF.

           DISPLAY 'Dossier written to '
                   FUNCTION TRIM(DOSSIER-FILENAME) '.'.
       1000-MAIN-END.
           ACCEPT CMD-LINE-PARM FROM COMMAND-LINE.

           IF CMD-LINE-PARM = SPACES
               DISPLAY 'Usage: Dossier <databank-id | email-address> '
                       '[case-no]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION TRIM(CMD-LINE-PARM) TO CMD-LINE-PARM.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO TARGET-KEY PRC-CASE-NO
           END-UNSTRING.

           MOVE ZEROS TO PARM-AT-COUNT.
           INSPECT TARGET-KEY TALLYING PARM-AT-COUNT FOR ALL '@'.
           EXEC SQL
               SELECT COUNT(*) INTO :SBJ-BATCH-ID
               FROM databank
               WHERE email_token = pii_token(:TARGET-KEY)
           END-EXEC.

           EVALUATE TRUE
           EXEC SQL
               SELECT id INTO :SUBJ-ID
               FROM databank
               WHERE email_token = pii_token(:TARGET-KEY)
           END-EXEC.

           IF SQLCODE NOT = 0
           EXEC SQL DECLARE CAND_CUR CURSOR FOR
               SELECT id, last_name, first_name, '', ''
               FROM databank
               WHERE email_token = pii_token(:TARGET-KEY)
               ORDER BY id
           END-EXEC.

                  INTO REPORT-LINE.
           WRITE DOSSIER-LINE FROM REPORT-LINE.

           IF PRC-CASE-NO NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING 'Privacy case: ' DELIMITED BY SIZE
                      FUNCTION TRIM(PRC-CASE-NO) DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE DOSSIER-LINE FROM REPORT-LINE
           END-IF.

           MOVE DASH-LINE TO REPORT-LINE.
           WRITE DOSSIER-LINE FROM REPORT-LINE.
       1200-OPEN-DOSSIER-FILE-END.
           MOVE ZEROS TO SECTION-ROW-COUNT.

           EXEC SQL DECLARE DPND_CUR CURSOR FOR
               SELECT CASE WHEN correction_type = 'S'
                           THEN 'spoken "' || COALESCE(old_spoken, '')
                                || '"'
                           ELSE COALESCE(old_country_code, '') END,
                      CASE WHEN correction_type = 'S'
                           THEN COALESCE(new_spoken, '')
                           ELSE COALESCE(new_country_code, '') END,
                      COALESCE(status, ' '),
                      CAST(proposed_at AS VARCHAR)
               FROM pending_corrections
                   STRING '  ' DELIMITED BY SIZE
                          DTL-FIELD-4 DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          FUNCTION TRIM(DTL-FIELD-1)
                              DELIMITED BY SIZE
                          ' -> ' DELIMITED BY SIZE
                          FUNCTION TRIM(DTL-FIELD-2)
                              DELIMITED BY SIZE
                          '  status ' DELIMITED BY SIZE
                          DTL-FIELD-3(1:1) DELIMITED BY SIZE
                          INTO REPORT-LINE
               THRU 3900-WRITE-SECTION-FOOT-END.
       3600-WRITE-MAILING-SECTION-END.
      ******************************************************************
      * Runs from before the contact ledger carry no per-individual
      * registry, so the honest answer for them is the list of extract
      * and letter runs executed while this record was on file and
      * eligible - labelled as such. Section 8 lists the contacts the
      * ledger actually recorded.
       3700-WRITE-OUTBOUND-RUNS-SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING '7. Extract and letter runs since this record '
           PERFORM 3900-WRITE-SECTION-FOOT
               THRU 3900-WRITE-SECTION-FOOT-END.
       3700-WRITE-OUTBOUND-RUNS-SECTION-END.
      ******************************************************************
      * Every letter, staged email and extract inclusion recorded in
      * the contact ledger for this individual, oldest first.
       3800-WRITE-CONTACT-SECTION.
           MOVE '8. Recorded contacts' TO REPORT-LINE.
           WRITE DOSSIER-LINE FROM REPORT-LINE.

           MOVE ZEROS TO SECTION-ROW-COUNT.

           EXEC SQL DECLARE DCTC_CUR CURSOR FOR
               SELECT channel, COALESCE(program_name, ''),
                      COALESCE(document_ref, ''),
                      CAST(contacted_at AS VARCHAR)
               FROM contact_history
               WHERE databank_id = :SUBJ-ID
               ORDER BY contacted_at, id
           END-EXEC.

           EXEC SQL OPEN DCTC_CUR END-EXEC.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH DCTC_CUR
                   INTO :DTL-FIELD-1, :DTL-FIELD-2, :DTL-FIELD-3,
                        :DTL-FIELD-4
               END-EXEC

               IF SQLCODE = 0 THEN
                   ADD 1 TO SECTION-ROW-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING '  ' DELIMITED BY SIZE
                          DTL-FIELD-4 DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          DTL-FIELD-1(1:8) DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          DTL-FIELD-2(1:10) DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          FUNCTION TRIM(DTL-FIELD-3)
                              DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE DOSSIER-LINE FROM REPORT-LINE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE DCTC_CUR END-EXEC.

           PERFORM 3900-WRITE-SECTION-FOOT
               THRU 3900-WRITE-SECTION-FOOT-END.
       3800-WRITE-CONTACT-SECTION-END.
      ******************************************************************
      * Where each value held about the individual came from, field by
      * field in record order: when it was set, the kind of source and
      * program, and the batch, operator or case behind it.
       3850-WRITE-SOURCE-SECTION.
           MOVE '9. Source of each value' TO REPORT-LINE.
           WRITE DOSSIER-LINE FROM REPORT-LINE.

           MOVE ZEROS TO SECTION-ROW-COUNT.

           EXEC SQL DECLARE DPRV_CUR CURSOR FOR
               SELECT field_name,
                      source_type || ' ' ||
                          COALESCE(program_name, ''),
                      COALESCE(source_id, ''),
                      TO_CHAR(set_at, 'YYYY-MM-DD HH24:MI:SS')
               FROM field_provenance
               WHERE databank_id = :SUBJ-ID
               ORDER BY ARRAY_POSITION(ARRAY['last_name',
                            'first_name', 'email', 'country',
                            'country_code', 'age', 'gender', 'spoken',
                            'birth_date', 'street', 'house_no',
                            'box_no', 'postal_code', 'city',
                            'national_no'],
                            CAST(field_name AS TEXT))
           END-EXEC.

           EXEC SQL OPEN DPRV_CUR END-EXEC.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH DPRV_CUR
                   INTO :DTL-FIELD-1, :DTL-FIELD-2, :DTL-FIELD-3,
                        :DTL-FIELD-4
               END-EXEC

               IF SQLCODE = 0 THEN
                   ADD 1 TO SECTION-ROW-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING '  ' DELIMITED BY SIZE
                          DTL-FIELD-4(1:19) DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          DTL-FIELD-1(1:13) DELIMITED BY SIZE
                          FUNCTION TRIM(DTL-FIELD-2)
                              DELIMITED BY SIZE
                          ': ' DELIMITED BY SIZE
                          FUNCTION TRIM(DTL-FIELD-3)
                              DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE DOSSIER-LINE FROM REPORT-LINE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE DPRV_CUR END-EXEC.

           PERFORM 3900-WRITE-SECTION-FOOT
               THRU 3900-WRITE-SECTION-FOOT-END.
       3850-WRITE-SOURCE-SECTION-END.
      ******************************************************************
       3900-WRITE-SECTION-FOOT.
           IF SECTION-ROW-COUNT = 0
           END-IF.
       8900-REGISTER-REQUEST-END.
      ******************************************************************
      * A dossier run for a privacy case answers an access request
      * only; the check runs before anything is written.
       1045-CHECK-PRIVACY-CASE.
           MOVE 'Dossier' TO PRC-PROGRAM-NAME.
           MOVE 'ACCESS' TO PRC-TYPES-ALLOWED.
           MOVE TARGET-KEY TO PRC-KEY-VALUE.
           COPY "PrcChk.cpy".

           IF PRC-REFUSED-FLAG = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1045-CHECK-PRIVACY-CASE-END.
      ******************************************************************
      * The dossier file is what the requester is sent, so it is the
      * case's evidence.
       8950-LINK-PRIVACY-CASE.
           MOVE 'ACCESS DOSSIER' TO PRC-ACTION-DESC.
           MOVE SUBJ-ID TO PRC-KEY-VALUE.
           MOVE 1 TO PRC-ROW-COUNT.
           MOVE DOSSIER-FILENAME TO PRC-EVIDENCE-FILE.
           MOVE SUBJ-ID TO PRC-DATABANK-ID.
           COPY "PrcLink.cpy".

           IF SQLCODE < 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           DISPLAY 'Linked to privacy case '
                   FUNCTION TRIM(PRC-CASE-NO) '.'.
       8950-LINK-PRIVACY-CASE-END.
      ******************************************************************
      ******************************************************************
      * A set operations hold quiesces the whole suite: the shared
      * check announces it and counts the refused start; this
