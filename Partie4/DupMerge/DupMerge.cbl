           05  WS-CURRENT-MONTH    PIC 9(2).
           05  WS-CURRENT-DAY      PIC 9(2).

       01  CMD-LINE-PARM           PIC X(100) VALUE SPACES.
       01  CMD-PTR                 PIC 9(3) VALUE 1.
       01  RUN-MODE-PARM           PIC X(10) VALUE SPACES.
       01  DRY-RUN-SWITCH          PIC X VALUE 'N'.
           88  DRY-RUN-ON          VALUE 'Y'.
       01  ROWS-MERGED-COUNT       PIC 9(6) VALUE ZEROS.
       01  ROWS-FOLDED-COUNT       PIC 9(6) VALUE ZEROS.
       01  ROWS-HELD-COUNT         PIC 9(6) VALUE ZEROS.
       01  ROWS-APART-COUNT        PIC 9(6) VALUE ZEROS.
       01  FOLD-PTR                PIC 9(3) VALUE 1.
       01  REPORT-LINE             PIC X(150) VALUE SPACES.

       COPY "RetryCfg.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "PrivLog.cpy".
       COPY "OprVar.cpy".

       01  SQL-DUP-GROUP.
           05  GRP-LAST-NAME       PIC X(50).
           05  GRP-FIRST-NAME      PIC X(50).
           05  GRP-EMAIL           PIC X(100).
           05  GRP-DUP-COUNT       PIC 9(6).
           05  GRP-LAST-KEY        PIC X(50).
           05  GRP-FIRST-KEY       PIC X(50).

       01  SQL-MEMBER-ROW.
           05  MBR-ID              PIC X(36).
           05  MBR-COUNTRY-CODE    PIC X(10).
           05  MBR-GENDER          PIC X(10).
           05  MBR-SPOKEN          PIC X(50).
           05  MBR-NATIONAL-NO     PIC X(11).

       01  SURVIVOR-ROW.
           05  SURV-ID             PIC X(36).
           05  SURV-COUNTRY-CODE   PIC X(10).
           05  SURV-GENDER         PIC X(10).
           05  SURV-SPOKEN         PIC X(50).
           05  SURV-NATIONAL-NO    PIC X(11).

       01  SURVIVOR-BEFORE-ROW.
           05  SBF-ID              PIC X(36).
           05  SBF-COUNTRY         PIC X(50).
           05  SBF-COUNTRY-CODE    PIC X(10).
           05  SBF-GENDER          PIC X(10).
           05  SBF-SPOKEN          PIC X(50).
           05  SBF-NATIONAL-NO     PIC X(11).

       01  HOLD-HIT-COUNT          PIC S9(4) COMP-5 VALUE ZERO.
       01  HOLD-CASE-REF           PIC X(30) VALUE SPACES.
       01  APART-HIT-COUNT         PIC S9(4) COMP-5 VALUE ZERO.

       01  MERGE-BEFORE-IMAGE      PIC X(600) VALUE SPACES.
       01  MERGE-FOLDED-VALUES     PIC X(600) VALUE SPACES.
       01  JOURNAL-OLD-VALUES      PIC X(600) VALUE SPACES.
       01  JOURNAL-NEW-VALUES      PIC X(600) VALUE SPACES.

       COPY "SrcVar.cpy".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           PERFORM 1050-VERIFY-SCHEMA-LEVEL
               THRU 1050-VERIFY-SCHEMA-LEVEL-END.

           PERFORM 1100-GET-PARMS
               THRU 1100-GET-PARMS-END.

           PERFORM 1040-CHECK-OPERATOR-RIGHT
               THRU 1040-CHECK-OPERATOR-RIGHT-END.

           PERFORM 1035-SET-CHANGE-SOURCE
               THRU 1035-SET-CHANGE-SOURCE-END.

           PERFORM 1200-OPEN-REPORT-FILE
               THRU 1200-OPEN-REPORT-FILE-END.
           PERFORM 3001-MERGE-DUPLICATES
               THRU 3001-MERGE-DUPLICATES-END.

           IF NOT DRY-RUN-ON
               MOVE 'MERGE DUPLICATES' TO PRV-ACTION-DESC
               MOVE 'all duplicate groups' TO PRV-KEY-VALUE
               MOVE ROWS-MERGED-COUNT TO PRV-ROW-COUNT
               PERFORM 8945-RECORD-PRIV-ACTION
                   THRU 8945-RECORD-PRIV-ACTION-END
           END-IF.

           CLOSE DUPMERGE-REPORT-FILE.
       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           STOP RUN.
      ******************************************************************
       1100-GET-PARMS.
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
               INTO RUN-MODE-PARM
               POINTER CMD-PTR
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(RUN-MODE-PARM) TO RUN-MODE-PARM.

           IF RUN-MODE-PARM NOT = SPACES
            AND RUN-MODE-PARM NOT = 'DRYRUN'
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           IF RUN-MODE-PARM = 'DRYRUN'
               SET DRY-RUN-ON TO TRUE
               DISPLAY 'Running in dry-run mode - no rows will be '
                       'merged.'
           END-IF.
       1100-GET-PARMS-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: DupMerge <operator-id> <ticket-ref> '
                   '[DRYRUN]'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       1150-SHOW-USAGE-END.
      ******************************************************************
       1200-OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
               STOP RUN
           END-IF.
       1050-VERIFY-SCHEMA-LEVEL-END.
      ******************************************************************
      * The values this run changes are traced, field by field, to
      * the operator and ticket that authorised them by the
      * provenance trigger on databank_store.
       1035-SET-CHANGE-SOURCE.
           MOVE 'DupMerge' TO SRC-PROGRAM-NAME.
           MOVE SPACES TO SRC-SOURCE-ID.
           STRING 'opr ' DELIMITED BY SIZE
                  PRV-OPERATOR-ID DELIMITED BY SPACE
                  ' / ' DELIMITED BY SIZE
                  PRV-TICKET-REF DELIMITED BY SPACE
                  INTO SRC-SOURCE-ID.

           COPY "SrcSet.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       1035-SET-CHANGE-SOURCE-END.
      ******************************************************************
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
           MOVE ZEROS TO DUP-GROUP-COUNT.
           MOVE ZEROS TO ROWS-MERGED-COUNT.
           MOVE ZEROS TO ROWS-FOLDED-COUNT.
           MOVE ZEROS TO ROWS-APART-COUNT.

      *    Names are grouped on their phonetic keys, so one person
      *    loaded as Meyer and again as Meijer with the same email is
      *    one group; the survivor keeps its own spelling. A row whose
      *    keys have not been built yet groups on its exact names.
           EXEC SQL DECLARE MGRP_CUR CURSOR WITH HOLD FOR
               SELECT MIN(last_name), MIN(first_name), email, COUNT(*),
                      COALESCE(last_name_key, last_name),
                      COALESCE(first_name_key, first_name)
               FROM databank
               GROUP BY COALESCE(last_name_key, last_name),
                        COALESCE(first_name_key, first_name), email
               HAVING COUNT(*) > 1
               ORDER BY MIN(last_name), MIN(first_name), email
           END-EXEC.

           EXEC SQL OPEN MGRP_CUR END-EXEC.
               EXEC SQL
                   FETCH MGRP_CUR
                   INTO :GRP-LAST-NAME, :GRP-FIRST-NAME, :GRP-EMAIL,
                        :GRP-DUP-COUNT, :GRP-LAST-KEY, :GRP-FIRST-KEY
               END-EXEC

               EVALUATE SQLCODE
                  ROWS-FOLDED-COUNT DELIMITED BY SIZE
                  '   Blocked by legal hold: ' DELIMITED BY SIZE
                  ROWS-HELD-COUNT DELIMITED BY SIZE
                  '   Kept apart: ' DELIMITED BY SIZE
                  ROWS-APART-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE DUPMERGE-REPORT-LINE FROM REPORT-LINE.
           MOVE 'N' TO SURVIVOR-FOLD-SWITCH.

           EXEC SQL DECLARE MROW_CUR CURSOR FOR
               SELECT id, country, country_code, gender, spoken,
                      COALESCE(national_no, '')
               FROM databank
               WHERE TRIM(COALESCE(last_name_key, last_name))
                     = TRIM(:GRP-LAST-KEY)
                 AND TRIM(COALESCE(first_name_key, first_name))
                     = TRIM(:GRP-FIRST-KEY)
                 AND email_token IS NOT DISTINCT FROM
                     pii_token(:GRP-EMAIL)
                 AND email = :GRP-EMAIL
               ORDER BY CASE WHEN TRIM(email) <> '' THEN 0 ELSE 1 END,
                        created_at DESC NULLS LAST,
               EXEC SQL
                   FETCH MROW_CUR
                   INTO :MBR-ID, :MBR-COUNTRY, :MBR-COUNTRY-CODE,
                        :MBR-GENDER, :MBR-SPOKEN, :MBR-NATIONAL-NO
               END-EXEC

               IF SQLCODE = 0 THEN
                   IF NOT SURVIVOR-HELD
                       MOVE SQL-MEMBER-ROW TO SURVIVOR-ROW
                       MOVE SQL-MEMBER-ROW TO SURVIVOR-BEFORE-ROW
                       SET SURVIVOR-HELD TO TRUE
                   ELSE
                       PERFORM 3200-MERGE-AWAY-ROW
               GO TO 3200-MERGE-AWAY-ROW-END
           END-IF.

      *    A pair an operator has split with UnMerge are two people
      *    who happen to share a name and an email - never re-merge.
           PERFORM 3260-CHECK-KEPT-APART
               THRU 3260-CHECK-KEPT-APART-END.

           IF APART-HIT-COUNT > 0
               ADD 1 TO ROWS-APART-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING '  KEPT APART (unmerged earlier): id '
                          DELIMITED BY SIZE
                      MBR-ID DELIMITED BY SIZE
                      ' not merged into ' DELIMITED BY SIZE
                      SURV-ID DELIMITED BY SIZE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE
               WRITE DUPMERGE-REPORT-LINE FROM REPORT-LINE
               GO TO 3200-MERGE-AWAY-ROW-END
           END-IF.

      *    Every survivor field this row back-fills is noted with the
      *    survivor's value before the fold, so UnMerge can hand the
      *    field back when the merge turns out to be wrong.
           MOVE SPACES TO MERGE-FOLDED-VALUES.
           MOVE 1 TO FOLD-PTR.

           IF SURV-COUNTRY = SPACES AND MBR-COUNTRY NOT = SPACES
               MOVE MBR-COUNTRY TO SURV-COUNTRY
               SET SURVIVOR-FOLDED TO TRUE
               STRING 'country=|' DELIMITED BY SIZE
                      INTO MERGE-FOLDED-VALUES
                      POINTER FOLD-PTR
           END-IF.
           IF SURV-COUNTRY-CODE = SPACES
            AND MBR-COUNTRY-CODE NOT = SPACES
               MOVE MBR-COUNTRY-CODE TO SURV-COUNTRY-CODE
               SET SURVIVOR-FOLDED TO TRUE
               STRING 'country_code=|' DELIMITED BY SIZE
                      INTO MERGE-FOLDED-VALUES
                      POINTER FOLD-PTR
           END-IF.
           IF SURV-GENDER = SPACES AND MBR-GENDER NOT = SPACES
               MOVE MBR-GENDER TO SURV-GENDER
               SET SURVIVOR-FOLDED TO TRUE
               STRING 'gender=|' DELIMITED BY SIZE
                      INTO MERGE-FOLDED-VALUES
                      POINTER FOLD-PTR
           END-IF.
           IF SURV-SPOKEN = SPACES AND MBR-SPOKEN NOT = SPACES
               MOVE MBR-SPOKEN TO SURV-SPOKEN
               SET SURVIVOR-FOLDED TO TRUE
               STRING 'spoken=|' DELIMITED BY SIZE
                      INTO MERGE-FOLDED-VALUES
                      POINTER FOLD-PTR
           END-IF.
           IF SURV-NATIONAL-NO = SPACES
            AND MBR-NATIONAL-NO NOT = SPACES
               MOVE MBR-NATIONAL-NO TO SURV-NATIONAL-NO
               SET SURVIVOR-FOLDED TO TRUE
               STRING 'national_no=|' DELIMITED BY SIZE
                      INTO MERGE-FOLDED-VALUES
                      POINTER FOLD-PTR
           END-IF.

           IF DRY-RUN-ON
               DISPLAY REPORT-LINE
               WRITE DUPMERGE-REPORT-LINE FROM REPORT-LINE
           ELSE
               PERFORM 3280-TAKE-BEFORE-IMAGE
                   THRU 3280-TAKE-BEFORE-IMAGE-END

               PERFORM 3300-DELETE-MERGED-ROW
                   THRU 3300-DELETE-MERGED-ROW-END


                   EXEC SQL
                       INSERT INTO merge_audit
                           (survivor_id, merged_id, merged_at,
                            folded_values)
                       VALUES
                           (:SURV-ID, :MBR-ID, CURRENT_TIMESTAMP,
                            NULLIF(TRIM(:MERGE-FOLDED-VALUES), ''))
                   END-EXEC

                   IF SQLCODE NOT = 0
                   EXEC SQL
                       INSERT INTO databank_change_journal
                           (databank_id, changed_columns, change_type,
                            changed_at, program_name, old_values)
                       VALUES
                           (:MBR-ID, '*', 'D', CURRENT_TIMESTAMP,
                            'DupMerge', :MERGE-BEFORE-IMAGE)
                   END-EXEC

                   IF SQLCODE NOT = 0
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3250-CHECK-LEGAL-HOLD-END.
      ******************************************************************
       3260-CHECK-KEPT-APART.
           MOVE ZERO TO APART-HIT-COUNT.

           EXEC SQL
               SELECT COUNT(*)
               INTO :APART-HIT-COUNT
               FROM distinct_person_pair
               WHERE (id_low = :MBR-ID AND id_high = :SURV-ID)
                  OR (id_low = :SURV-ID AND id_high = :MBR-ID)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3260-CHECK-KEPT-APART-END.
      ******************************************************************
      * The whole row as it stood before the merge, in the journal's
      * column=value|... form, goes into the delete entry's before
      * image; it is what UnMerge rebuilds the person from.
       3280-TAKE-BEFORE-IMAGE.
           MOVE SPACES TO MERGE-BEFORE-IMAGE.

           EXEC SQL
               SELECT SUBSTR(
                      'last_name=' || COALESCE(last_name, '')
                   || '|first_name=' || COALESCE(first_name, '')
                   || '|email=' || COALESCE(email, '')
                   || '|country=' || COALESCE(country, '')
                   || '|country_code=' || COALESCE(country_code, '')
                   || '|age=' || COALESCE(CAST(age AS VARCHAR), '')
                   || '|gender=' || COALESCE(gender, '')
                   || '|spoken=' || COALESCE(spoken, '')
                   || '|birth_date='
                   || COALESCE(CAST(birth_date AS VARCHAR), '')
                   || '|national_no=' || COALESCE(national_no, '')
                   || '|status=' || COALESCE(status, '')
                   || '|status_reason=' || COALESCE(status_reason, '')
                   || '|street=' || COALESCE(street, '')
                   || '|house_no=' || COALESCE(house_no, '')
                   || '|box_no=' || COALESCE(box_no, '')
                   || '|postal_code=' || COALESCE(postal_code, '')
                   || '|city=' || COALESCE(city, '')
                   || '|address_status=' || COALESCE(address_status, '')
                   || '|email_status=' || COALESCE(email_status, '')
                   || '|load_batch_id='
                   || COALESCE(CAST(load_batch_id AS VARCHAR), '')
                   || '|created_at='
                   || COALESCE(CAST(created_at AS VARCHAR), ''),
                      1, 600)
               INTO :MERGE-BEFORE-IMAGE
               FROM databank
               WHERE id = :MBR-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3280-TAKE-BEFORE-IMAGE-END.
      ******************************************************************
       3300-DELETE-MERGED-ROW.
           MOVE ZERO TO RETRY-COUNT.
           MOVE ZERO TO RETRY-COUNT.
       3400-UPDATE-SURVIVOR-ROW-RETRY.
           EXEC SQL
               UPDATE databank_store
               SET country = :SURV-COUNTRY,
                   country_code = :SURV-COUNTRY-CODE,
                   gender = :SURV-GENDER,
                   spoken = :SURV-SPOKEN,
                   national_no_enc =
                       CASE WHEN TRIM(:SURV-NATIONAL-NO) = ''
                            THEN NULL
                            ELSE pii_encrypt(:SURV-NATIONAL-NO) END,
                   national_no_token = pii_token(:SURV-NATIONAL-NO)
               WHERE id = :SURV-ID
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO ROWS-FOLDED-COUNT

               MOVE SPACES TO JOURNAL-OLD-VALUES
               STRING 'country=' DELIMITED BY SIZE
                      FUNCTION TRIM(SBF-COUNTRY) DELIMITED BY SIZE
                      '|country_code=' DELIMITED BY SIZE
                      FUNCTION TRIM(SBF-COUNTRY-CODE) DELIMITED BY SIZE
                      '|gender=' DELIMITED BY SIZE
                      FUNCTION TRIM(SBF-GENDER) DELIMITED BY SIZE
                      '|spoken=' DELIMITED BY SIZE
                      FUNCTION TRIM(SBF-SPOKEN) DELIMITED BY SIZE
                      '|national_no=' DELIMITED BY SIZE
                      FUNCTION TRIM(SBF-NATIONAL-NO) DELIMITED BY SIZE
                      INTO JOURNAL-OLD-VALUES
               END-STRING
               MOVE SPACES TO JOURNAL-NEW-VALUES
               STRING 'country=' DELIMITED BY SIZE
                      FUNCTION TRIM(SURV-COUNTRY) DELIMITED BY SIZE
                      '|country_code=' DELIMITED BY SIZE
                      FUNCTION TRIM(SURV-COUNTRY-CODE)
                          DELIMITED BY SIZE
                      '|gender=' DELIMITED BY SIZE
                      FUNCTION TRIM(SURV-GENDER) DELIMITED BY SIZE
                      '|spoken=' DELIMITED BY SIZE
                      FUNCTION TRIM(SURV-SPOKEN) DELIMITED BY SIZE
                      '|national_no=' DELIMITED BY SIZE
                      FUNCTION TRIM(SURV-NATIONAL-NO) DELIMITED BY SIZE
                      INTO JOURNAL-NEW-VALUES
               END-STRING

               EXEC SQL
                   INSERT INTO databank_change_journal
                       (databank_id, changed_columns, change_type,
                        changed_at, program_name, old_values,
                        new_values)
                   VALUES
                       (:SURV-ID,
                        'country,country_code,gender,spoken,' ||
                        'national_no',
                        'U', CURRENT_TIMESTAMP, 'DupMerge',
                        :JOURNAL-OLD-VALUES, :JOURNAL-NEW-VALUES)
               END-EXEC

               IF SQLCODE NOT = 0
           END-IF.
       1030-CHECK-OPS-HOLD-END.
      ******************************************************************
      * Only an operator in the register with a right on this program
      * may run it; OprChk logs the refusal of anyone else.
       1040-CHECK-OPERATOR-RIGHT.
           MOVE 'DupMerge' TO OPR-PROGRAM-NAME.
           IF DRY-RUN-ON
               MOVE 'READ' TO OPR-MODE-NEEDED
           ELSE
               MOVE 'EXECUTE' TO OPR-MODE-NEEDED
           END-IF.
           MOVE 'all duplicate groups' TO PRV-KEY-VALUE.
           COPY "OprChk.cpy".

           IF OPR-DENIED-FLAG = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1040-CHECK-OPERATOR-RIGHT-END.
      ******************************************************************
       8945-RECORD-PRIV-ACTION.
           EXEC SQL
               INSERT INTO privileged_action_log
                   (program_name, operator_id, ticket_ref,
                    action_desc, key_value, row_count, logged_at)
               VALUES
                   ('DupMerge', :PRV-OPERATOR-ID, :PRV-TICKET-REF,
                    :PRV-ACTION-DESC, :PRV-KEY-VALUE,
                    :PRV-ROW-COUNT, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8945-RECORD-PRIV-ACTION-END.
      ******************************************************************
