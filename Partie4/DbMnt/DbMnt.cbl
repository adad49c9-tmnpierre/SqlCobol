       WORKING-STORAGE SECTION.
       01  CMD-LINE-PARM          PIC X(200) VALUE SPACES.
       01  CMD-PTR                PIC 9(3) VALUE 1.
       01  VALUE-WORK-LEN         PIC 9(3) VALUE ZEROS.
       01  AGE-WORK-VALUE         PIC 9(3) VALUE ZEROS.
       01  BIRTH-DATE-WORK.
           05  BDW-YEAR           PIC 9(4).
           05  BDW-SEP-1          PIC X(1).
           05  BDW-MONTH          PIC 9(2).
           05  BDW-SEP-2          PIC X(1).
           05  BDW-DAY            PIC 9(2).
       01  BIRTH-DATE-NUM         PIC 9(8) VALUE ZEROS.
       01  TODAY-DATE-NUM         PIC 9(8) VALUE ZEROS.
       01  BIRTH-AGE-YEARS        PIC 9(4) VALUE ZEROS.

       01  GENDER-DOMAIN-TABLE.
           05  GD-ENTRY           OCCURS 50 TIMES.
       01  GENDER-WORK-FIELD      PIC X(10) VALUE SPACES.
       01  GENDER-MAPPED-SWITCH   PIC X VALUE 'N'.
           88  GENDER-WAS-MAPPED  VALUE 'Y'.
       01  APPLY-PASS-SWITCH      PIC X VALUE 'N'.
           88  APPLY-PASS         VALUE 'Y'.
       01  ROW-GONE-SWITCH        PIC X VALUE 'N'.
           88  ROW-GONE           VALUE 'Y'.
       01  CHANGE-REFUSED-SWITCH  PIC X VALUE 'N'.
           88  CHANGE-REFUSED     VALUE 'Y'.
       01  APPROVED-EOF-SWITCH    PIC X VALUE 'N'.
           88  APPROVED-EOF       VALUE 'Y'.
       01  CHANGES-APPLIED-COUNT  PIC 9(6) VALUE ZEROS.
       01  CHANGES-STALE-COUNT    PIC 9(6) VALUE ZEROS.
       01  CHANGES-GONE-COUNT     PIC 9(6) VALUE ZEROS.
       01  PENDING-ID-DISP        PIC 9(9) VALUE ZEROS.

       COPY "RetryCfg.cpy".
       COPY "NrnParm.cpy".
       COPY "PhonParm.cpy".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "PrivLog.cpy".
       COPY "OprVar.cpy".
       COPY "PrcVar.cpy".

       01  TARGET-ID              PIC X(36) VALUE SPACES.
       01  DB-COLUMN-NAME         PIC X(20) VALUE SPACES.
       01  NEW-AGE-VALUE          PIC S9(4) COMP-5 VALUE ZERO.
       01  JOURNAL-OLD-VALUES     PIC X(600).
       01  JOURNAL-NEW-VALUES     PIC X(600).
       01  HELD-BIRTH-DATE        PIC X(10) VALUE SPACES.
       01  HELD-GENDER            PIC X(10) VALUE SPACES.
       01  HELD-NATIONAL-NO       PIC X(11) VALUE SPACES.
       01  NRN-NEW-NUMBER         PIC X(11) VALUE SPACES.
       01  NRN-HOLDER-COUNT       PIC S9(9) COMP-5 VALUE ZERO.
       01  NEW-NAME-KEY           PIC X(12) VALUE SPACES.
       01  APPROVAL-REQUIRED      PIC X(1) VALUE 'Y'.
       01  PENDING-CHANGE-ID      PIC S9(9) COMP-5 VALUE ZERO.
       01  PENDING-OPEN-COUNT     PIC S9(9) COMP-5 VALUE ZERO.
       01  NEW-CHANGE-STATUS      PIC X(1) VALUE SPACE.

       01  SQL-APPROVED-CHANGE-ROW.
           05  APR-ID             PIC S9(9) COMP-5.
           05  APR-DATABANK-ID    PIC X(36).
           05  APR-FIELD-PARM     PIC X(12).
           05  APR-FIELD-NAME     PIC X(20).
           05  APR-OLD-VALUE      PIC X(100).
           05  APR-NEW-VALUE      PIC X(100).
           05  APR-TICKET-REF     PIC X(20).

       01  SQL-GENDER-DOMAIN-ROW.
           05  GDM-RAW-VALUE      PIC X(10).
           05  GDM-CANONICAL      PIC X(10).
       COPY "SrcVar.cpy".

       01  FIELD-NAME-PARM        PIC X(12) VALUE SPACES.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           PERFORM 1100-GET-PARMS
               THRU 1100-GET-PARMS-END.

           PERFORM 1040-CHECK-OPERATOR-RIGHT
               THRU 1040-CHECK-OPERATOR-RIGHT-END.

           PERFORM 1035-SET-CHANGE-SOURCE
               THRU 1035-SET-CHANGE-SOURCE-END.

      *    A ticket reference taken from the privacy case register
      *    (PRCnnnnnn) ties the correction to that case; the APPLY
      *    pass takes the case from each change's own proposal.
           IF PRV-TICKET-REF(1:3) = 'PRC' AND NOT APPLY-PASS
               PERFORM 1045-CHECK-PRIVACY-CASE
                   THRU 1045-CHECK-PRIVACY-CASE-END
           END-IF.

           IF APPLY-PASS
               PERFORM 3500-APPLY-APPROVED-CHANGES
                   THRU 3500-APPLY-APPROVED-CHANGES-END
           ELSE
               PERFORM 3001-MAINTAIN-RECORD
                   THRU 3001-MAINTAIN-RECORD-END
           END-IF.

       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
               INTO TARGET-ID
               POINTER CMD-PTR
           END-UNSTRING.

           IF FUNCTION UPPER-CASE(TARGET-ID) = 'APPLY'
               SET APPLY-PASS TO TRUE
               MOVE 'APPLY' TO TARGET-ID
               GO TO 1100-GET-PARMS-END
           END-IF.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO FIELD-NAME-PARM
               POINTER CMD-PTR
                   MOVE 'city' TO DB-COLUMN-NAME
               WHEN 'ADDRSTATUS'
                   MOVE 'address_status' TO DB-COLUMN-NAME
               WHEN 'NATIONALNO'
                   MOVE 'national_no' TO DB-COLUMN-NAME
               WHEN 'BIRTHDATE'
                   MOVE 'birth_date' TO DB-COLUMN-NAME
               WHEN OTHER
                   DISPLAY 'Unknown field: ' FIELD-NAME-PARM
                   PERFORM 1150-SHOW-USAGE
       1150-SHOW-USAGE.
           DISPLAY 'Usage: DbMnt <operator-id> <ticket-ref> '
                   '<databank-id> <field> <new value>'.
           DISPLAY '       DbMnt <operator-id> <ticket-ref> APPLY'.
           DISPLAY 'A ticket-ref of the form PRCnnnnnn links the run '
                   'to that privacy case.'.
           DISPLAY 'Fields: LASTNAME FIRSTNAME EMAIL COUNTRY CC AGE '
                   'GENDER SPOKEN STREET HOUSENO BOX POSTCODE CITY '
                   'ADDRSTATUS NATIONALNO BIRTHDATE (YYYY-MM-DD)'.
           DISPLAY 'Fields marked in dbmnt_field_policy are staged '
                   'for a second operator (MntAppr) and reach '
                   'databank with APPLY.'.
       1150-SHOW-USAGE-END.
      ******************************************************************
       1200-VALIDATE-NEW-VALUE.
               IF NEW-FIELD-VALUE NOT = 'V'
                AND NEW-FIELD-VALUE NOT = 'U'
                AND NEW-FIELD-VALUE NOT = 'B'
                AND NEW-FIELD-VALUE NOT = 'C'
                AND NEW-FIELD-VALUE NOT = 'I'
                   DISPLAY 'Address status must be V (verified), C '
                           '(verified, city corrected), U '
                           '(unverified), I (failed verification) '
                           'or B (bad) - refused.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    A birth date is a real calendar date, not in the future,
      *    and gives an age inside the same 0-120 range as AGE.
           IF FIELD-NAME-PARM = 'BIRTHDATE'
               MOVE NEW-FIELD-VALUE(1:10) TO BIRTH-DATE-WORK
               IF NEW-FIELD-VALUE(11:) NOT = SPACES
                OR BDW-YEAR IS NOT NUMERIC
                OR BDW-MONTH IS NOT NUMERIC
                OR BDW-DAY IS NOT NUMERIC
                OR BDW-SEP-1 NOT = '-' OR BDW-SEP-2 NOT = '-'
                   DISPLAY 'Birth date must be given as YYYY-MM-DD - '
                           'refused.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE BIRTH-DATE-NUM = BDW-YEAR * 10000
                                      + BDW-MONTH * 100 + BDW-DAY
               MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(BIRTH-DATE-NUM) NOT = 0
                OR BIRTH-DATE-NUM > TODAY-DATE-NUM
                   DISPLAY 'Birth date is not a past calendar date - '
                           'refused.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE BIRTH-AGE-YEARS =
                   (TODAY-DATE-NUM - BIRTH-DATE-NUM) / 10000
               IF BIRTH-AGE-YEARS > 120
                   DISPLAY 'Birth date gives an age out of range '
                           '0-120 - refused.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               STOP RUN
           END-IF.
       1050-VERIFY-SCHEMA-LEVEL-END.
      ******************************************************************
      * The values this run changes are traced, field by field, to
      * the operator and ticket that authorised them by the
      * provenance trigger on databank_store.
       1035-SET-CHANGE-SOURCE.
           MOVE 'DbMnt' TO SRC-PROGRAM-NAME.
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
           PERFORM 3100-FETCH-OLD-VALUE
               THRU 3100-FETCH-OLD-VALUE-END.

           IF FIELD-NAME-PARM = 'NATIONALNO'
            OR FIELD-NAME-PARM = 'GENDER'
            OR FIELD-NAME-PARM = 'BIRTHDATE'
               PERFORM 3150-CHECK-NATIONAL-NO
                   THRU 3150-CHECK-NATIONAL-NO-END
           END-IF.

           IF OLD-FIELD-VALUE = NEW-FIELD-VALUE
               DISPLAY 'Value unchanged - nothing updated.'
               GO TO 3001-MAINTAIN-RECORD-END
           END-IF.

           PERFORM 3050-CHECK-FIELD-POLICY
               THRU 3050-CHECK-FIELD-POLICY-END.

           IF APPROVAL-REQUIRED = 'Y'
               PERFORM 3060-STAGE-PENDING-CHANGE
                   THRU 3060-STAGE-PENDING-CHANGE-END
               GO TO 3001-MAINTAIN-RECORD-END
           END-IF.

           PERFORM 3400-COMMIT-FIELD-CHANGE
               THRU 3400-COMMIT-FIELD-CHANGE-END.
       3001-MAINTAIN-RECORD-END.
      ******************************************************************
      * A field outside the policy table is treated as sensitive: a
      * new column must be released for direct change deliberately.
       3050-CHECK-FIELD-POLICY.
           EXEC SQL
               SELECT approval_required
               INTO :APPROVAL-REQUIRED
               FROM dbmnt_field_policy
               WHERE field_name = TRIM(:DB-COLUMN-NAME)
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   MOVE 'Y' TO APPROVAL-REQUIRED
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.
       3050-CHECK-FIELD-POLICY-END.
      ******************************************************************
      * A sensitive change is validated now, against the record as it
      * stands, and queued with both values; it only reaches databank
      * once a second operator has approved it and APPLY has run. One
      * open change per record and field keeps the queue unambiguous.
       3060-STAGE-PENDING-CHANGE.
           EXEC SQL
               SELECT COUNT(*), COALESCE(MIN(id), 0)
               INTO :PENDING-OPEN-COUNT, :PENDING-CHANGE-ID
               FROM pending_maint_changes
               WHERE databank_id = :TARGET-ID
                 AND field_name = TRIM(:DB-COLUMN-NAME)
                 AND status IN ('P', 'A')
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF PENDING-OPEN-COUNT > 0
               MOVE PENDING-CHANGE-ID TO PENDING-ID-DISP
               DISPLAY 'Change ' PENDING-ID-DISP ' to '
                       FUNCTION TRIM(DB-COLUMN-NAME) ' for id '
                       TARGET-ID ' is still open - it must be '
                       'decided or applied first; refused.'
               MOVE 8 TO RETURN-CODE
               GO TO 3060-STAGE-PENDING-CHANGE-END
           END-IF.

           EXEC SQL
               INSERT INTO pending_maint_changes_store
                   (databank_id, field_parm, field_name, old_value_enc,
                    new_value_enc, status, proposed_by,
                    proposed_ticket, proposed_at)
               VALUES
                   (:TARGET-ID, TRIM(:FIELD-NAME-PARM),
                    TRIM(:DB-COLUMN-NAME),
                    pii_encrypt(TRIM(:OLD-FIELD-VALUE)),
                    pii_encrypt(TRIM(:NEW-FIELD-VALUE)), 'P',
                    TRIM(:PRV-OPERATOR-ID), TRIM(:PRV-TICKET-REF),
                    CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT MAX(id)
               INTO :PENDING-CHANGE-ID
               FROM pending_maint_changes
               WHERE databank_id = :TARGET-ID
                 AND field_name = TRIM(:DB-COLUMN-NAME)
                 AND status = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO PRV-ACTION-DESC.
           STRING 'STAGED ' DELIMITED BY SIZE
                  FUNCTION TRIM(DB-COLUMN-NAME) DELIMITED BY SIZE
                  INTO PRV-ACTION-DESC.
           MOVE TARGET-ID TO PRV-KEY-VALUE.
           MOVE 0 TO PRV-ROW-COUNT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           IF PRC-CASE-NO NOT = SPACES
               PERFORM 8950-LINK-PRIVACY-CASE
                   THRU 8950-LINK-PRIVACY-CASE-END
           END-IF.

           MOVE PENDING-CHANGE-ID TO PENDING-ID-DISP.
           DISPLAY 'Field ' FUNCTION TRIM(DB-COLUMN-NAME)
                   ' needs a second operator: staged as change '
                   PENDING-ID-DISP ' for id ' TARGET-ID '.'.
           DISPLAY '  Before: ' FUNCTION TRIM(OLD-FIELD-VALUE).
           DISPLAY '  After:  ' FUNCTION TRIM(NEW-FIELD-VALUE).
       3060-STAGE-PENDING-CHANGE-END.
      ******************************************************************
      * Everything a change to databank carries with it - the update,
      * the maintenance audit, the journal and the operator log - in
      * one place, for a direct change and an approved one alike.
       3400-COMMIT-FIELD-CHANGE.
           PERFORM 3200-APPLY-FIELD-UPDATE
               THRU 3200-APPLY-FIELD-UPDATE-END.

           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           IF PRC-CASE-NO NOT = SPACES
               PERFORM 8950-LINK-PRIVACY-CASE
                   THRU 8950-LINK-PRIVACY-CASE-END
           END-IF.

           DISPLAY 'Field ' FUNCTION TRIM(DB-COLUMN-NAME)
                   ' updated for id ' TARGET-ID '.'.
           DISPLAY '  Before: ' FUNCTION TRIM(OLD-FIELD-VALUE).
           DISPLAY '  After:  ' FUNCTION TRIM(NEW-FIELD-VALUE).
       3400-COMMIT-FIELD-CHANGE-END.
      ******************************************************************
       3100-FETCH-OLD-VALUE.
           EXEC SQL
                          WHEN 'city' THEN city
                          WHEN 'address_status'
                              THEN address_status
                          WHEN 'national_no' THEN national_no
                          WHEN 'birth_date'
                              THEN COALESCE(TO_CHAR(birth_date,
                                            'YYYY-MM-DD'), '')
                      END
               INTO :OLD-FIELD-VALUE
               FROM databank
               WHEN 0
                   CONTINUE
               WHEN +100
                   IF APPLY-PASS
                       SET ROW-GONE TO TRUE
                       GO TO 3100-FETCH-OLD-VALUE-END
                   END-IF
                   DISPLAY 'No databank row with id: ' TARGET-ID
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.
       3100-FETCH-OLD-VALUE-END.
      ******************************************************************
      * The national register number encodes birth date and gender,
      * so it is checked through NrnVal against what the record holds
      * and stored as its eleven digits; a number another record
      * already carries is refused. A gender correction on a record
      * that holds a number must agree with it in turn - a number that
      * is itself unreadable does not block the correction - and so
      * must a corrected birth date.
       3150-CHECK-NATIONAL-NO.
           EXEC SQL
               SELECT COALESCE(TO_CHAR(birth_date, 'YYYY-MM-DD'), ''),
                      COALESCE(gender, ''), COALESCE(national_no, '')
               INTO :HELD-BIRTH-DATE, :HELD-GENDER, :HELD-NATIONAL-NO
               FROM databank
               WHERE id = :TARGET-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF FIELD-NAME-PARM = 'GENDER'
               IF HELD-NATIONAL-NO = SPACES
                   GO TO 3150-CHECK-NATIONAL-NO-END
               END-IF
               MOVE HELD-NATIONAL-NO TO NRN-INPUT
               MOVE HELD-BIRTH-DATE TO NRN-HELD-BIRTH-DATE
               MOVE NEW-FIELD-VALUE(1:10) TO NRN-HELD-GENDER
               CALL 'NrnVal' USING NRN-CHECK-AREA
               IF NRN-GENDER-MISMATCH
                   DISPLAY 'Gender contradicts the national number on '
                           'file (' FUNCTION TRIM(NRN-RESULT-TEXT)
                           ') - refused.'
                   IF APPLY-PASS
                       SET CHANGE-REFUSED TO TRUE
                       GO TO 3150-CHECK-NATIONAL-NO-END
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               GO TO 3150-CHECK-NATIONAL-NO-END
           END-IF.

           IF FIELD-NAME-PARM = 'BIRTHDATE'
               IF HELD-NATIONAL-NO = SPACES
                   GO TO 3150-CHECK-NATIONAL-NO-END
               END-IF
               MOVE HELD-NATIONAL-NO TO NRN-INPUT
               MOVE NEW-FIELD-VALUE(1:10) TO NRN-HELD-BIRTH-DATE
               MOVE HELD-GENDER TO NRN-HELD-GENDER
               CALL 'NrnVal' USING NRN-CHECK-AREA
               IF NRN-BIRTH-MISMATCH
                   DISPLAY 'Birth date contradicts the national '
                           'number on file ('
                           FUNCTION TRIM(NRN-RESULT-TEXT)
                           ') - refused.'
                   IF APPLY-PASS
                       SET CHANGE-REFUSED TO TRUE
                       GO TO 3150-CHECK-NATIONAL-NO-END
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               GO TO 3150-CHECK-NATIONAL-NO-END
           END-IF.

           MOVE NEW-FIELD-VALUE(1:20) TO NRN-INPUT.
           MOVE HELD-BIRTH-DATE TO NRN-HELD-BIRTH-DATE.
           MOVE HELD-GENDER TO NRN-HELD-GENDER.
           CALL 'NrnVal' USING NRN-CHECK-AREA.

           IF NOT NRN-VALID
               DISPLAY 'National number refused: '
                       FUNCTION TRIM(NRN-RESULT-TEXT) '.'
               IF APPLY-PASS
                   SET CHANGE-REFUSED TO TRUE
                   GO TO 3150-CHECK-NATIONAL-NO-END
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE NRN-NUMBER TO NEW-FIELD-VALUE.
           MOVE NRN-NUMBER TO NRN-NEW-NUMBER.

           EXEC SQL
               SELECT COUNT(*) INTO :NRN-HOLDER-COUNT
               FROM databank
               WHERE national_no_token = pii_token(:NRN-NEW-NUMBER)
                 AND id <> :TARGET-ID
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF NRN-HOLDER-COUNT > 0
               DISPLAY 'National number already held by another '
                       'record - refused; merge the records with '
                       'DupMerge instead.'
               IF APPLY-PASS
                   SET CHANGE-REFUSED TO TRUE
                   GO TO 3150-CHECK-NATIONAL-NO-END
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       3150-CHECK-NATIONAL-NO-END.
      ******************************************************************
       3200-APPLY-FIELD-UPDATE.
           MOVE ZERO TO RETRY-COUNT.

      *    A corrected name carries its new phonetic key with it.
           MOVE SPACES TO NEW-NAME-KEY.
           IF DB-COLUMN-NAME = 'last_name' OR 'first_name'
               IF DB-COLUMN-NAME = 'last_name'
                   MOVE 'L' TO PHON-NAME-TYPE
               ELSE
                   MOVE 'F' TO PHON-NAME-TYPE
               END-IF
               MOVE NEW-FIELD-VALUE TO PHON-INPUT
               CALL 'PhonKey' USING PHON-KEY-AREA
               MOVE PHON-KEY TO NEW-NAME-KEY
           END-IF.
       3200-APPLY-FIELD-UPDATE-RETRY.
      *    A corrected street, postal code or city invalidates the
      *    last verification grade: the address goes back to 'U' so
      *    the next AddrVer run checks it again. A 'B' stays until the
      *    desk clears it explicitly. An address withdrawn after
      *    returned post ('R') comes back the same way, and its return
      *    count starts again from zero - the count belongs to the
      *    address that was sent back, not to the person. A corrected
      *    birth date brings the stored age into line with it.
           IF FIELD-NAME-PARM = 'AGE'
               EXEC SQL
                   UPDATE databank
                   SET age = :NEW-AGE-VALUE
                   WHERE id = :TARGET-ID
               END-EXEC
           END-IF.

           IF FIELD-NAME-PARM = 'BIRTHDATE'
               EXEC SQL
                   UPDATE databank_store
                   SET birth_date_enc = pii_encrypt(CAST(
                           CAST(TRIM(:NEW-FIELD-VALUE) AS DATE)
                           AS VARCHAR)),
                       age = CAST(EXTRACT(YEAR FROM
                           AGE(CURRENT_DATE,
                               CAST(TRIM(:NEW-FIELD-VALUE) AS DATE)))
                           AS INTEGER)
                   WHERE id = :TARGET-ID
               END-EXEC
           END-IF.

           IF FIELD-NAME-PARM NOT = 'AGE'
            AND FIELD-NAME-PARM NOT = 'BIRTHDATE'
               EXEC SQL
                   UPDATE databank_store
                   SET last_name = CASE :DB-COLUMN-NAME
                           WHEN 'last_name'
                               THEN CAST(:NEW-FIELD-VALUE AS VARCHAR)
                           WHEN 'first_name'
                               THEN CAST(:NEW-FIELD-VALUE AS VARCHAR)
                           ELSE first_name END,
                       last_name_key = CASE
                           WHEN :DB-COLUMN-NAME <> 'last_name'
                               THEN last_name_key
                           WHEN TRIM(:NEW-NAME-KEY) = ''
                               THEN NULL
                           ELSE TRIM(:NEW-NAME-KEY) END,
                       first_name_key = CASE
                           WHEN :DB-COLUMN-NAME <> 'first_name'
                               THEN first_name_key
                           WHEN TRIM(:NEW-NAME-KEY) = ''
                               THEN NULL
                           ELSE TRIM(:NEW-NAME-KEY) END,
                       email_enc = CASE :DB-COLUMN-NAME
                           WHEN 'email'
                               THEN pii_encrypt(
                                   CAST(:NEW-FIELD-VALUE AS VARCHAR))
                           ELSE email_enc END,
                       email_token = CASE :DB-COLUMN-NAME
                           WHEN 'email'
                               THEN pii_token(
                                   CAST(:NEW-FIELD-VALUE AS VARCHAR))
                           ELSE email_token END,
                       country = CASE :DB-COLUMN-NAME
                           WHEN 'country'
                               THEN CAST(:NEW-FIELD-VALUE AS VARCHAR)
                           WHEN 'spoken'
                               THEN CAST(:NEW-FIELD-VALUE AS VARCHAR)
                           ELSE spoken END,
                       street_enc = CASE :DB-COLUMN-NAME
                           WHEN 'street'
                               THEN pii_encrypt(
                                   CAST(:NEW-FIELD-VALUE AS VARCHAR))
                           ELSE street_enc END,
                       house_no = CASE :DB-COLUMN-NAME
                           WHEN 'house_no'
                               THEN CAST(:NEW-FIELD-VALUE AS VARCHAR)
                           WHEN 'city'
                               THEN CAST(:NEW-FIELD-VALUE AS VARCHAR)
                           ELSE city END,
                       national_no_enc = CASE :DB-COLUMN-NAME
                           WHEN 'national_no'
                               THEN pii_encrypt(
                                   CAST(:NEW-FIELD-VALUE AS VARCHAR))
                           ELSE national_no_enc END,
                       national_no_token = CASE :DB-COLUMN-NAME
                           WHEN 'national_no'
                               THEN pii_token(
                                   CAST(:NEW-FIELD-VALUE AS VARCHAR))
                           ELSE national_no_token END,
                       address_status = CASE
                           WHEN :DB-COLUMN-NAME = 'address_status'
                               THEN CAST(:NEW-FIELD-VALUE AS CHAR(1))
                           WHEN :DB-COLUMN-NAME IN ('street',
                                   'postal_code', 'city')
                            AND address_status IN ('V', 'C', 'I', 'R')
                               THEN 'U'
                           ELSE address_status END,
                       post_return_count = CASE
                           WHEN :DB-COLUMN-NAME IN ('street',
                                   'postal_code', 'city',
                                   'address_status')
                               THEN 0
                           ELSE post_return_count END
                   WHERE id = :TARGET-ID
               END-EXEC
           END-IF.
      ******************************************************************
       3300-WRITE-MAINT-AUDIT.
           EXEC SQL
               INSERT INTO databank_maint_audit_store
                   (databank_id, field_name, old_value_enc,
                    new_value_enc, changed_by, changed_at)
               VALUES
                   (:TARGET-ID, :DB-COLUMN-NAME,
                    pii_encrypt(:OLD-FIELD-VALUE),
                    pii_encrypt(:NEW-FIELD-VALUE), CURRENT_USER,
                    CURRENT_TIMESTAMP)
           END-EXEC.

           END-IF.
       3300-WRITE-MAINT-AUDIT-END.
      ******************************************************************
      * The apply pass is the only way a staged change reaches
      * databank, and it takes approved changes alone. Each one is
      * re-checked against the record as it is now: a value that moved
      * since the proposal, or a number that no longer fits, closes
      * the change as stale (S) rather than overwrite someone else's
      * work; a record gone since closes it with G.
       3500-APPLY-APPROVED-CHANGES.
           MOVE ZEROS TO CHANGES-APPLIED-COUNT.
           MOVE ZEROS TO CHANGES-STALE-COUNT.
           MOVE ZEROS TO CHANGES-GONE-COUNT.

           EXEC SQL DECLARE MNTA_CUR CURSOR WITH HOLD FOR
               SELECT id, databank_id, field_parm, field_name,
                      COALESCE(old_value, ''), COALESCE(new_value, ''),
                      COALESCE(proposed_ticket, '')
               FROM pending_maint_changes
               WHERE status = 'A'
               ORDER BY id
           END-EXEC.

           EXEC SQL OPEN MNTA_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL APPROVED-EOF
               EXEC SQL
                   FETCH MNTA_CUR
                   INTO :APR-ID, :APR-DATABANK-ID, :APR-FIELD-PARM,
                        :APR-FIELD-NAME, :APR-OLD-VALUE,
                        :APR-NEW-VALUE, :APR-TICKET-REF
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 3550-APPLY-ONE-CHANGE
                           THRU 3550-APPLY-ONE-CHANGE-END
                       EXEC SQL COMMIT WORK END-EXEC
                   WHEN +100
                       SET APPROVED-EOF TO TRUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE MNTA_CUR END-EXEC.

           DISPLAY 'Approved changes applied:        '
                   CHANGES-APPLIED-COUNT.
           DISPLAY 'Closed as stale (S):             '
                   CHANGES-STALE-COUNT.
           DISPLAY 'Closed, record gone (G):         '
                   CHANGES-GONE-COUNT.

           IF CHANGES-STALE-COUNT > 0 OR CHANGES-GONE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       3500-APPLY-APPROVED-CHANGES-END.
      ******************************************************************
       3550-APPLY-ONE-CHANGE.
           MOVE 'N' TO ROW-GONE-SWITCH.
           MOVE 'N' TO CHANGE-REFUSED-SWITCH.
           MOVE APR-DATABANK-ID TO TARGET-ID.
           MOVE APR-FIELD-PARM TO FIELD-NAME-PARM.
           MOVE APR-FIELD-NAME TO DB-COLUMN-NAME.
           MOVE APR-NEW-VALUE TO NEW-FIELD-VALUE.
           IF FIELD-NAME-PARM = 'AGE'
               MOVE FUNCTION NUMVAL(NEW-FIELD-VALUE) TO NEW-AGE-VALUE
           END-IF.
           MOVE APR-ID TO PENDING-ID-DISP.
           MOVE SPACES TO PRC-CASE-NO.
           IF APR-TICKET-REF(1:3) = 'PRC'
               MOVE APR-TICKET-REF TO PRC-CASE-NO
           END-IF.

           MOVE SPACES TO OLD-FIELD-VALUE.
           PERFORM 3100-FETCH-OLD-VALUE
               THRU 3100-FETCH-OLD-VALUE-END.

           IF ROW-GONE
               DISPLAY 'Change ' PENDING-ID-DISP ' - databank row '
                       TARGET-ID ' no longer exists; closed without '
                       'applying (status G).'
               MOVE 'G' TO NEW-CHANGE-STATUS
               ADD 1 TO CHANGES-GONE-COUNT
               PERFORM 3590-CLOSE-CHANGE
                   THRU 3590-CLOSE-CHANGE-END
               GO TO 3550-APPLY-ONE-CHANGE-END
           END-IF.

           IF OLD-FIELD-VALUE NOT = APR-OLD-VALUE
               DISPLAY 'Change ' PENDING-ID-DISP ' - '
                       FUNCTION TRIM(DB-COLUMN-NAME) ' for id '
                       TARGET-ID ' was changed since the proposal; '
                       'closed without applying (status S).'
               SET CHANGE-REFUSED TO TRUE
           END-IF.

           IF NOT CHANGE-REFUSED
            AND (FIELD-NAME-PARM = 'NATIONALNO'
                 OR FIELD-NAME-PARM = 'GENDER'
                 OR FIELD-NAME-PARM = 'BIRTHDATE')
               PERFORM 3150-CHECK-NATIONAL-NO
                   THRU 3150-CHECK-NATIONAL-NO-END
           END-IF.

           IF CHANGE-REFUSED
               MOVE 'S' TO NEW-CHANGE-STATUS
               ADD 1 TO CHANGES-STALE-COUNT
               PERFORM 3590-CLOSE-CHANGE
                   THRU 3590-CLOSE-CHANGE-END
               GO TO 3550-APPLY-ONE-CHANGE-END
           END-IF.

           PERFORM 3400-COMMIT-FIELD-CHANGE
               THRU 3400-COMMIT-FIELD-CHANGE-END.

           MOVE 'D' TO NEW-CHANGE-STATUS.
           ADD 1 TO CHANGES-APPLIED-COUNT.
           PERFORM 3590-CLOSE-CHANGE
               THRU 3590-CLOSE-CHANGE-END.
       3550-APPLY-ONE-CHANGE-END.
      ******************************************************************
       3590-CLOSE-CHANGE.
           EXEC SQL
               UPDATE pending_maint_changes
               SET status = :NEW-CHANGE-STATUS,
                   applied_at = CURRENT_TIMESTAMP
               WHERE id = :APR-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3590-CLOSE-CHANGE-END.
      ******************************************************************
      ******************************************************************
      * A set operations hold quiesces the whole suite: the shared
      * check announces it and counts the refused start; this
           END-IF.
       1030-CHECK-OPS-HOLD-END.
      ******************************************************************
      * Only an operator in the register with a right on this program
      * may run it; OprChk logs the refusal of anyone else.
       1040-CHECK-OPERATOR-RIGHT.
           MOVE 'DbMnt' TO OPR-PROGRAM-NAME.
           MOVE 'EXECUTE' TO OPR-MODE-NEEDED.
           MOVE TARGET-ID TO PRV-KEY-VALUE.
           COPY "OprChk.cpy".

           IF OPR-DENIED-FLAG = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1040-CHECK-OPERATOR-RIGHT-END.
      ******************************************************************
      * DbMnt answers a rectification case, or an erasure case that
      * asks for single fields to be cleared, once the requester's
      * identity has been verified.
       1045-CHECK-PRIVACY-CASE.
           MOVE PRV-TICKET-REF TO PRC-CASE-NO.
           MOVE 'DbMnt' TO PRC-PROGRAM-NAME.
           MOVE 'RECTIFY ERASURE' TO PRC-TYPES-ALLOWED.
           MOVE TARGET-ID TO PRC-KEY-VALUE.
           MOVE PRV-OPERATOR-ID TO PRC-OPERATOR-ID.
           COPY "PrcChk.cpy".

           IF PRC-REFUSED-FLAG = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1045-CHECK-PRIVACY-CASE-END.
      ******************************************************************
      * The case's trail follows the change through four-eyes: staged,
      * then applied by whoever runs APPLY, each in the same unit of
      * work as the privileged-action entry it mirrors.
       8950-LINK-PRIVACY-CASE.
           MOVE SPACES TO PRC-ACTION-DESC.
           IF APPLY-PASS
               STRING 'APPLIED ' DELIMITED BY SIZE
                      FUNCTION TRIM(PRV-ACTION-DESC) DELIMITED BY SIZE
                      INTO PRC-ACTION-DESC
           ELSE
               MOVE PRV-ACTION-DESC TO PRC-ACTION-DESC
           END-IF.
           MOVE 'DbMnt' TO PRC-PROGRAM-NAME.
           MOVE PRV-KEY-VALUE TO PRC-KEY-VALUE.
           MOVE PRV-ROW-COUNT TO PRC-ROW-COUNT.
           MOVE SPACES TO PRC-EVIDENCE-FILE.
           MOVE PRV-OPERATOR-ID TO PRC-OPERATOR-ID.
           MOVE TARGET-ID TO PRC-DATABANK-ID.
           COPY "PrcLink.cpy".

           IF SQLCODE < 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8950-LINK-PRIVACY-CASE-END.
      ******************************************************************
      ******************************************************************
       8945-RECORD-PRIV-ACTION.
           EXEC SQL
