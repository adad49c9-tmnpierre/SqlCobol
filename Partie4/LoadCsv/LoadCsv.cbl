           05  RJ-DETAIL-IMAGE    PIC X(463).
           05  RJ-REASON-CODE     PIC X(4).
           05  RJ-BATCH-ID        PIC 9(9).
           05  RJ-NATIONAL-NO     PIC X(15).

      * Probable duplicates are diverted here at the door, in the
      * same structured reject layout, so a reviewer can push the
           05  SU-DETAIL-IMAGE    PIC X(463).
           05  SU-REASON-CODE     PIC X(4).
           05  SU-BATCH-ID        PIC 9(9).
           05  SU-NATIONAL-NO     PIC X(15).

       FD  SWEEP-LIST-FILE.
       01  SWEEP-LIST-RECORD      PIC X(60).
           88  DELIM-DETECTED     VALUE 'Y'.

       01  CSV-PARSE-FIELDS.
           05  CSV-FIELD-ENTRY    OCCURS 15 TIMES PIC X(100).
       01  CSV-CHAR-IDX           PIC 9(4) VALUE 1.
       01  CSV-FIELD-NO           PIC 9(2) VALUE 1.
       01  CSV-FIELD-POS          PIC 9(3) VALUE 1.
           05  LI-BOX-NO          PIC X(10).
           05  LI-POSTAL-CODE     PIC X(10).
           05  LI-CITY            PIC X(50).
           05  LI-NATIONAL-NO     PIC X(15).

       01  LI-AGE-NUMERIC         PIC 9(3) VALUE ZEROS.
       01  LI-AGE-IS-NUMERIC      PIC X VALUE 'N'.
       01  REJECT-REASON          PIC X(60) VALUE SPACES.
       01  REJECT-REASON-CODE     PIC X(4) VALUE SPACES.

       COPY "NrnParm.cpy".
       COPY "PhonParm.cpy".

       01  LOCAL-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  NEW-POSTAL-CODE        PIC X(10).
       01  NEW-CITY               PIC X(50).
       01  NEW-ADDRESS-STATUS     PIC X(1).
       01  NEW-NATIONAL-NO        PIC X(11).
       01  NEW-LAST-NAME-KEY      PIC X(12).
       01  NEW-FIRST-NAME-KEY     PIC X(12).
       01  NRN-HOLDER-COUNT       PIC S9(9) COMP-5 VALUE ZERO.
       01  LOAD-BATCH-ID          PIC S9(9) COMP-5 VALUE ZERO.
       01  ROWS-LOADED-HOST       PIC S9(9) COMP-5 VALUE ZERO.
       01  RVQ-QUEUE-CODE         PIC X(10) VALUE SPACES.
       01  RVQ-FILE-NAME          PIC X(60) VALUE SPACES.
       01  RVQ-ITEM-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
       01  DOOR-EMAIL-MATCHES     PIC S9(9) COMP-5 VALUE ZERO.
       01  DOOR-NAME-MATCHES      PIC S9(9) COMP-5 VALUE ZERO.

       01  SQL-GENDER-DOMAIN-ROW.
           05  GDM-RAW-VALUE      PIC X(10).
           05  GDM-CANONICAL      PIC X(10).
       COPY "SrcVar.cpy".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           END-IF.
       1050-VERIFY-SCHEMA-LEVEL-END.
      ******************************************************************
      * Every value this run writes is traced to its load batch by the
      * provenance trigger on databank_store; performed as each batch
      * opens.
       1035-SET-CHANGE-SOURCE.
           MOVE 'LoadCsv' TO SRC-PROGRAM-NAME.
           MOVE SPACES TO SRC-SOURCE-ID.
           MOVE LOAD-BATCH-ID TO SRC-BATCH-ID.

           COPY "SrcSet.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       1035-SET-CHANGE-SOURCE-END.
      ******************************************************************
      * Every run gets its own batch id, stamped on each row it
      * writes, so a bad supplier file can be backed out to the row
      * with LoadBack instead of by archaeology.
           END-IF.

           DISPLAY 'Load batch id for this run: ' LOAD-BATCH-ID.

           PERFORM 1035-SET-CHANGE-SOURCE
               THRU 1035-SET-CHANGE-SOURCE-END.
       1170-OPEN-LOAD-BATCH-END.
      ******************************************************************
       8850-CLOSE-LOAD-BATCH.
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 8870-REGISTER-REVIEW-FILES
               THRU 8870-REGISTER-REVIEW-FILES-END.
       8850-CLOSE-LOAD-BATCH-END.
      ******************************************************************
      * Rejects and suspects wait for a person - the supplier's
      * correction cycle and the duplicate review - so each batch that
      * left any is registered in review_file_queue, where QueSla ages
      * it and RejResub or a reviewer closes it. A restarted batch
      * updates its count rather than registering twice.
       8870-REGISTER-REVIEW-FILES.
           MOVE 'REJECT' TO RVQ-QUEUE-CODE.
           MOVE CSV-REJECT-FILENAME TO RVQ-FILE-NAME.
           MOVE ROWS-REJECTED-COUNT TO RVQ-ITEM-COUNT.
           PERFORM 8875-REGISTER-ONE-QUEUE
               THRU 8875-REGISTER-ONE-QUEUE-END.

           MOVE 'SUSPECT' TO RVQ-QUEUE-CODE.
           MOVE CSV-SUSPECT-FILENAME TO RVQ-FILE-NAME.
           MOVE ROWS-DIVERTED-COUNT TO RVQ-ITEM-COUNT.
           PERFORM 8875-REGISTER-ONE-QUEUE
               THRU 8875-REGISTER-ONE-QUEUE-END.
       8870-REGISTER-REVIEW-FILES-END.
      ******************************************************************
       8875-REGISTER-ONE-QUEUE.
           IF RVQ-ITEM-COUNT = 0
               GO TO 8875-REGISTER-ONE-QUEUE-END
           END-IF.

           EXEC SQL
               INSERT INTO review_file_queue
                   (queue_code, batch_id, file_name, item_count,
                    registered_at)
               VALUES
                   (:RVQ-QUEUE-CODE, :LOAD-BATCH-ID, :RVQ-FILE-NAME,
                    :RVQ-ITEM-COUNT, CURRENT_TIMESTAMP)
               ON CONFLICT (queue_code, batch_id) DO UPDATE
                   SET item_count = EXCLUDED.item_count
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8875-REGISTER-ONE-QUEUE-END.
      ******************************************************************
       1150-GET-RUN-MODE.
      *    Under the Driver chain the job's own parameter card comes

           PERFORM VARYING CSV-CHAR-IDX FROM 1 BY 1
                   UNTIL CSV-CHAR-IDX > CSV-LINE-LEN
                      OR CSV-FIELD-NO > 15
               PERFORM 3060-PARSE-ONE-CHAR
                   THRU 3060-PARSE-ONE-CHAR-END
           END-PERFORM.
           MOVE CSV-FIELD-ENTRY(12)(1:10) TO LI-BOX-NO.
           MOVE CSV-FIELD-ENTRY(13)(1:10) TO LI-POSTAL-CODE.
           MOVE CSV-FIELD-ENTRY(14)(1:50) TO LI-CITY.
      *    The national register number is an optional fifteenth
      *    column; older supplier files simply stop at the city.
           MOVE CSV-FIELD-ENTRY(15)(1:15) TO LI-NATIONAL-NO.

           PERFORM 3070-EDIT-AGE-FIELD
               THRU 3070-EDIT-AGE-FIELD-END.
                   MOVE '1009' TO REJECT-REASON-CODE
               END-IF
           END-IF.

           MOVE SPACES TO NRN-NUMBER.
           IF REJECT-REASON = SPACES AND LI-NATIONAL-NO NOT = SPACES
               PERFORM 3130-CHECK-NATIONAL-NO
                   THRU 3130-CHECK-NATIONAL-NO-END
           END-IF.
       3100-VALIDATE-INPUT-ROW-END.
      ******************************************************************
      * Same national number rule as LoadBank: NrnVal must pass it
      * against the row's own birth date and gender, and no other
      * person may hold it already. The holder with the same email is
      * that person and is diverted at the door instead.
       3130-CHECK-NATIONAL-NO.
           MOVE LI-NATIONAL-NO TO NRN-INPUT.
           MOVE LI-BIRTH-DATE TO NRN-HELD-BIRTH-DATE.
           MOVE LI-GENDER TO NRN-HELD-GENDER.
           CALL 'NrnVal' USING NRN-CHECK-AREA.

           EVALUATE TRUE
               WHEN NRN-VALID
                   CONTINUE
               WHEN NRN-BIRTH-MISMATCH
               WHEN NRN-GENDER-MISMATCH
                   MOVE NRN-RESULT-TEXT TO REJECT-REASON
                   MOVE '1012' TO REJECT-REASON-CODE
                   GO TO 3130-CHECK-NATIONAL-NO-END
               WHEN OTHER
                   MOVE NRN-RESULT-TEXT TO REJECT-REASON
                   MOVE '1011' TO REJECT-REASON-CODE
                   GO TO 3130-CHECK-NATIONAL-NO-END
           END-EVALUATE.

           MOVE NRN-NUMBER TO NEW-NATIONAL-NO.
           MOVE LI-EMAIL TO NEW-EMAIL.

           EXEC SQL
               SELECT COUNT(*) INTO :NRN-HOLDER-COUNT
               FROM databank
               WHERE national_no_token = pii_token(:NEW-NATIONAL-NO)
                 AND COALESCE(email_token, '')
                     <> COALESCE(pii_token(:NEW-EMAIL), '')
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF NRN-HOLDER-COUNT > 0
               MOVE 'National number already held by another person'
                   TO REJECT-REASON
               MOVE '1013' TO REJECT-REASON-CODE
           END-IF.
       3130-CHECK-NATIONAL-NO-END.
      ******************************************************************
       3160-MAP-GENDER-VALUE.
           MOVE 'N' TO GENDER-MAPPED-SWITCH.
           MOVE LI-GENDER TO NEW-GENDER.
           MOVE LI-SPOKEN TO NEW-SPOKEN.
           MOVE LI-BIRTH-DATE TO NEW-BIRTH-DATE.
           MOVE NRN-NUMBER TO NEW-NATIONAL-NO.
           PERFORM 3180-EDIT-ADDRESS-FIELDS
               THRU 3180-EDIT-ADDRESS-FIELDS-END.
           PERFORM 3185-BUILD-NAME-KEYS
               THRU 3185-BUILD-NAME-KEYS-END.

           EXEC SQL
               INSERT INTO databank_store
                   (last_name, first_name, email_enc, email_token,
                    country, country_code, age, gender, spoken,
                    birth_date_enc, load_batch_id, street_enc,
                    house_no, box_no, postal_code, city,
                    address_status, national_no_enc,
                    national_no_token, last_name_key, first_name_key)
               VALUES
                   (:NEW-LAST-NAME, :NEW-FIRST-NAME,
                    pii_encrypt(:NEW-EMAIL), pii_token(:NEW-EMAIL),
                    :NEW-COUNTRY, :NEW-COUNTRY-CODE, :NEW-AGE,
                    :NEW-GENDER, :NEW-SPOKEN,
                    CASE WHEN TRIM(:NEW-BIRTH-DATE) = ''
                         THEN NULL
                         ELSE pii_encrypt(CAST(CAST(:NEW-BIRTH-DATE
                                  AS DATE) AS VARCHAR)) END,
                    :LOAD-BATCH-ID,
                    CASE WHEN TRIM(:NEW-STREET) = ''
                         THEN NULL ELSE pii_encrypt(:NEW-STREET) END,
                    CASE WHEN TRIM(:NEW-HOUSE-NO) = ''
                         THEN NULL ELSE :NEW-HOUSE-NO END,
                    CASE WHEN TRIM(:NEW-BOX-NO) = ''
                    CASE WHEN TRIM(:NEW-CITY) = ''
                         THEN NULL ELSE :NEW-CITY END,
                    CASE WHEN TRIM(:NEW-ADDRESS-STATUS) = ''
                         THEN NULL ELSE :NEW-ADDRESS-STATUS END,
                    CASE WHEN TRIM(:NEW-NATIONAL-NO) = ''
                         THEN NULL
                         ELSE pii_encrypt(:NEW-NATIONAL-NO) END,
                    pii_token(:NEW-NATIONAL-NO),
                    CASE WHEN TRIM(:NEW-LAST-NAME-KEY) = ''
                         THEN NULL ELSE TRIM(:NEW-LAST-NAME-KEY) END,
                    CASE WHEN TRIM(:NEW-FIRST-NAME-KEY) = ''
                         THEN NULL ELSE TRIM(:NEW-FIRST-NAME-KEY) END)
           END-EXEC.

           IF SQLCODE = 0
           EXEC SQL
               SELECT COUNT(*) INTO :DOOR-EMAIL-MATCHES
               FROM databank
               WHERE email_token = pii_token(:NEW-EMAIL)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
           MOVE LOAD-INPUT-FIELDS TO SU-DETAIL-IMAGE.
           MOVE SUSPECT-REASON-CODE TO SU-REASON-CODE.
           MOVE LOAD-BATCH-ID TO SU-BATCH-ID.
           MOVE LI-NATIONAL-NO TO SU-NATIONAL-NO.
           WRITE CSV-SUSPECT-RECORD.

           DISPLAY 'Diverted (' SUSPECT-REASON-CODE '): '
               MOVE 'U' TO NEW-ADDRESS-STATUS
           END-IF.
       3180-EDIT-ADDRESS-FIELDS-END.
      ******************************************************************
      * The phonetic keys travel with every name written, so FindRec,
      * DupChk and DecMatch can find the row by how the name sounds.
       3185-BUILD-NAME-KEYS.
           MOVE 'L' TO PHON-NAME-TYPE.
           MOVE NEW-LAST-NAME TO PHON-INPUT.
           CALL 'PhonKey' USING PHON-KEY-AREA.
           MOVE PHON-KEY TO NEW-LAST-NAME-KEY.

           MOVE 'F' TO PHON-NAME-TYPE.
           MOVE NEW-FIRST-NAME TO PHON-INPUT.
           CALL 'PhonKey' USING PHON-KEY-AREA.
           MOVE PHON-KEY TO NEW-FIRST-NAME-KEY.
       3185-BUILD-NAME-KEYS-END.
      ******************************************************************
       3300-WRITE-REJECT-LINE.
           ADD 1 TO ROWS-REJECTED-COUNT.
           MOVE LOAD-INPUT-FIELDS TO RJ-DETAIL-IMAGE.
           MOVE REJECT-REASON-CODE TO RJ-REASON-CODE.
           MOVE LOAD-BATCH-ID TO RJ-BATCH-ID.
           MOVE LI-NATIONAL-NO TO RJ-NATIONAL-NO.
           WRITE CSV-REJECT-RECORD.

           DISPLAY 'Rejected (' REJECT-REASON-CODE '): '
