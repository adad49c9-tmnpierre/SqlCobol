       01  BIRTH-DAY              PIC 9(2) VALUE ZEROS.
       01  CURRENT-YEAR           PIC 9(4) VALUE ZEROS.

       COPY "PhonParm.cpy".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       01  NEW-GENDER             PIC X(10) VALUE SPACES.
       01  NEW-SPOKEN             PIC X(50) VALUE SPACES.
       01  NEW-BIRTH-DATE         PIC X(10) VALUE SPACES.
       01  NEW-LAST-NAME-KEY      PIC X(12) VALUE SPACES.
       01  NEW-FIRST-NAME-KEY     PIC X(12) VALUE SPACES.

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
           MOVE 'GenData' TO SRC-PROGRAM-NAME.
           MOVE SPACES TO SRC-SOURCE-ID.
           MOVE LOAD-BATCH-ID TO SRC-BATCH-ID.

           COPY "SrcSet.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       1035-SET-CHANGE-SOURCE-END.
      ******************************************************************
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".

           DISPLAY 'Load batch id for this generation: '
                   LOAD-BATCH-ID.

           PERFORM 1035-SET-CHANGE-SOURCE
               THRU 1035-SET-CHANGE-SOURCE-END.
       1170-OPEN-LOAD-BATCH-END.
      ******************************************************************
       8850-CLOSE-LOAD-BATCH.
                  '@synthetic.example' DELIMITED BY SIZE
                  INTO NEW-EMAIL.

           MOVE 'L' TO PHON-NAME-TYPE.
           MOVE NEW-LAST-NAME TO PHON-INPUT.
           CALL 'PhonKey' USING PHON-KEY-AREA.
           MOVE PHON-KEY TO NEW-LAST-NAME-KEY.
           MOVE 'F' TO PHON-NAME-TYPE.
           MOVE NEW-FIRST-NAME TO PHON-INPUT.
           CALL 'PhonKey' USING PHON-KEY-AREA.
           MOVE PHON-KEY TO NEW-FIRST-NAME-KEY.

           EXEC SQL
               INSERT INTO databank_store
                   (last_name, first_name, email_enc, email_token,
                    country, country_code, age, gender, spoken,
                    birth_date_enc, status, load_batch_id,
                    last_name_key, first_name_key)
               VALUES
                   (:NEW-LAST-NAME, :NEW-FIRST-NAME,
                    pii_encrypt(:NEW-EMAIL), pii_token(:NEW-EMAIL),
                    :NEW-COUNTRY, :NEW-COUNTRY-CODE, :NEW-AGE,
                    :NEW-GENDER, :NEW-SPOKEN,
                    pii_encrypt(CAST(CAST(:NEW-BIRTH-DATE AS DATE)
                                     AS VARCHAR)), 'A',
                    :LOAD-BATCH-ID, TRIM(:NEW-LAST-NAME-KEY),
                    TRIM(:NEW-FIRST-NAME-KEY))
           END-EXEC.

           IF SQLCODE NOT = 0
