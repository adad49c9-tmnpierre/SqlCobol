       FILE SECTION.
      * The corrected reject file arrives in exactly the layout
      * LoadBank wrote it: the full input record image, the reason
      * code from the original rejection, and the originating batch,
      * followed by the national register number as keyed.
       FD  RESUB-INPUT-FILE.
       01  RESUB-INPUT-RECORD.
           05  RS-DETAIL-IMAGE.
               10  LI-CITY        PIC X(50).
           05  RS-REASON-CODE     PIC X(4).
           05  RS-BATCH-ID        PIC 9(9).
           05  LI-NATIONAL-NO     PIC X(15).

       FD  RESUB-REJECT-FILE.
       01  RESUB-REJECT-RECORD.
           05  RJ-DETAIL-IMAGE    PIC X(463).
           05  RJ-REASON-CODE     PIC X(4).
           05  RJ-BATCH-ID        PIC 9(9).
           05  RJ-NATIONAL-NO     PIC X(15).

       WORKING-STORAGE SECTION.
       01  RESUB-INPUT-FILENAME   PIC X(40)
       01  WS-RESUB-INPUT-STATUS  PIC X(02) VALUE SPACES.
           88  RESUB-INPUT-STATUS-OK      VALUE '00'.
           88  RESUB-INPUT-FILE-NOT-FOUND VALUE '35'.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
       01  REJECT-REASON          PIC X(60) VALUE SPACES.
       01  REJECT-REASON-CODE     PIC X(4) VALUE SPACES.
       01  RUN-MODE-PARM          PIC X(10) VALUE SPACES.
       01  LAST-CLOSED-BATCH-ID   PIC 9(9) VALUE ZEROS.

       COPY "RetryCfg.cpy".
       COPY "NrnParm.cpy".
       COPY "PhonParm.cpy".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       01  NEW-POSTAL-CODE        PIC X(10).
       01  NEW-CITY               PIC X(50).
       01  NEW-ADDRESS-STATUS     PIC X(1).
       01  NEW-NATIONAL-NO        PIC X(11).
       01  NEW-LAST-NAME-KEY      PIC X(12).
       01  NEW-FIRST-NAME-KEY     PIC X(12).
       01  NRN-HOLDER-COUNT       PIC S9(9) COMP-5 VALUE ZERO.
       01  LOAD-BATCH-ID          PIC S9(9) COMP-5 VALUE ZERO.
       01  ROWS-LOADED-HOST       PIC S9(9) COMP-5 VALUE ZERO.
       01  RVQ-BATCH-ID           PIC S9(9) COMP-5 VALUE ZERO.
       01  RVQ-ITEM-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
       01  RESUB-REJECT-FILENAME  PIC X(40) VALUE SPACES.

       01  SQL-GENDER-DOMAIN-ROW.
           05  GDM-RAW-VALUE      PIC X(10).
           05  GDM-CANONICAL      PIC X(10).
       COPY "SrcVar.cpy".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
               STOP RUN
           END-IF.
       1050-VERIFY-SCHEMA-LEVEL-END.
      ******************************************************************
      * Every value this run writes is traced to its load batch by the
      * provenance trigger on databank_store; performed as each batch
      * opens.
       1035-SET-CHANGE-SOURCE.
           MOVE 'RejResub' TO SRC-PROGRAM-NAME.
           MOVE SPACES TO SRC-SOURCE-ID.
           MOVE LOAD-BATCH-ID TO SRC-BATCH-ID.

           COPY "SrcSet.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       1035-SET-CHANGE-SOURCE-END.
      ******************************************************************
       1150-GET-RUN-MODE.
           ACCEPT RUN-MODE-PARM FROM COMMAND-LINE.

           DISPLAY 'Load batch id for this resubmission: '
                   LOAD-BATCH-ID.

           PERFORM 1035-SET-CHANGE-SOURCE
               THRU 1035-SET-CHANGE-SOURCE-END.
       1170-OPEN-LOAD-BATCH-END.
      ******************************************************************
       8850-CLOSE-LOAD-BATCH.
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF ROWS-REJECTED-COUNT > 0
               MOVE ROWS-REJECTED-COUNT TO RVQ-ITEM-COUNT
               EXEC SQL
                   INSERT INTO review_file_queue
                       (queue_code, batch_id, file_name, item_count,
                        registered_at)
                   VALUES
                       ('REJECT', :LOAD-BATCH-ID,
                        :RESUB-REJECT-FILENAME, :RVQ-ITEM-COUNT,
                        CURRENT_TIMESTAMP)
                   ON CONFLICT (queue_code, batch_id) DO UPDATE
                       SET item_count = EXCLUDED.item_count
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.
       8850-CLOSE-LOAD-BATCH-END.
      ******************************************************************
       1040-ACQUIRE-JOB-LOCK.
           PERFORM WITH TEST BEFORE UNTIL RESUB-EOF
               ADD 1 TO ROWS-READ-COUNT

               IF RS-BATCH-ID NOT = LAST-CLOSED-BATCH-ID
                   PERFORM 3050-CLOSE-REJECT-QUEUE
                       THRU 3050-CLOSE-REJECT-QUEUE-END
               END-IF

               PERFORM 3100-VALIDATE-INPUT-ROW
                   THRU 3100-VALIDATE-INPUT-ROW-END

           END-PERFORM.
       3000-RELOAD-REJECTS-END.
      ******************************************************************
      * A batch's rejects leave the review queue once its corrected
      * records come back through here; whatever is still rejected is
      * registered afresh under this run's batch at the end.
       3050-CLOSE-REJECT-QUEUE.
           MOVE RS-BATCH-ID TO LAST-CLOSED-BATCH-ID.
           MOVE RS-BATCH-ID TO RVQ-BATCH-ID.

           EXEC SQL
               UPDATE review_file_queue
               SET decided_by = 'RejResub',
                   decided_at = CURRENT_TIMESTAMP
               WHERE queue_code = 'REJECT'
                 AND batch_id = :RVQ-BATCH-ID
                 AND decided_at IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3050-CLOSE-REJECT-QUEUE-END.
      ******************************************************************
      * Identical rules to LoadBank's 3100-VALIDATE-INPUT-ROW - a
      * corrected reject must clear the same bar as a fresh row.
       3100-VALIDATE-INPUT-ROW.
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
      * The loads' national number rule. A resubmitted row is always
      * inserted as a new person, so here any existing holder of the
      * number refuses it.
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

           EXEC SQL
               SELECT COUNT(*) INTO :NRN-HOLDER-COUNT
               FROM databank
               WHERE national_no_token = pii_token(:NEW-NATIONAL-NO)
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
       3150-MAP-GENDER-VALUE.
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
      * Rejects that survive the cycle keep circulating in the same
      * structured layout, so the next corrected file can be produced
      * from this one without retyping anything.
           MOVE RS-DETAIL-IMAGE TO RJ-DETAIL-IMAGE.
           MOVE REJECT-REASON-CODE TO RJ-REASON-CODE.
           MOVE RS-BATCH-ID TO RJ-BATCH-ID.
           MOVE LI-NATIONAL-NO TO RJ-NATIONAL-NO.
           WRITE RESUB-REJECT-RECORD.

           DISPLAY 'Still rejected (' REJECT-REASON-CODE '): '
