       DATA DIVISION.
       FILE SECTION.
      * One registry entry per record: last name, first name and the
      * birth date as yyyy-mm-dd, as the registry delivers them, then
      * the national register number where the registry has one.
       FD  DECREG-INPUT-FILE.
       01  DECREG-INPUT-RECORD.
           05  DR-LAST-NAME       PIC X(50).
           05  DR-FIRST-NAME      PIC X(50).
           05  DR-BIRTH-DATE      PIC X(10).
           05  DR-NATIONAL-NO     PIC X(15).

       FD  MATCH-REPORT-FILE.
       01  MATCH-REPORT-LINE      PIC X(150).
       01  ENTRIES-AMBIG-COUNT    PIC 9(6) VALUE ZEROS.
       01  ENTRIES-UNMATCHED-COUNT PIC 9(6) VALUE ZEROS.
       01  ENTRIES-NAMEONLY-COUNT PIC 9(6) VALUE ZEROS.
       01  ENTRIES-NATNO-COUNT    PIC 9(6) VALUE ZEROS.
       01  ENTRIES-SOUND-COUNT    PIC 9(6) VALUE ZEROS.

       COPY "NrnParm.cpy".
       COPY "PhonParm.cpy".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       01  REG-LAST-NAME          PIC X(50) VALUE SPACES.
       01  REG-FIRST-NAME         PIC X(50) VALUE SPACES.
       01  REG-BIRTH-DATE         PIC X(10) VALUE SPACES.
       01  REG-NATIONAL-NO        PIC X(11) VALUE SPACES.
       01  REG-CONFIDENCE         PIC X(6) VALUE SPACES.
       01  NATNO-MATCH-COUNT      PIC S9(4) COMP-5 VALUE ZERO.

       01  FULL-MATCH-COUNT       PIC S9(4) COMP-5 VALUE ZERO.
       01  NAME-MATCH-COUNT       PIC S9(4) COMP-5 VALUE ZERO.
       01  MATCHED-ID             PIC X(36) VALUE SPACES.
       01  PENDING-ROW-COUNT      PIC S9(4) COMP-5 VALUE ZERO.
       01  REG-LAST-NAME-KEY      PIC X(12) VALUE SPACES.
       01  REG-FIRST-NAME-KEY     PIC X(12) VALUE SPACES.
       01  SOUND-MATCH-COUNT      PIC S9(4) COMP-5 VALUE ZERO.

       EXEC SQL END DECLARE SECTION END-EXEC.

                  ENTRIES-QUEUED-COUNT DELIMITED BY SIZE
                  '  ambiguous: ' DELIMITED BY SIZE
                  ENTRIES-AMBIG-COUNT DELIMITED BY SIZE
                  ' (by national number: ' DELIMITED BY SIZE
                  ENTRIES-NATNO-COUNT DELIMITED BY SIZE
                  ', by sound: ' DELIMITED BY SIZE
                  ENTRIES-SOUND-COUNT DELIMITED BY SIZE
                  ')  name-only: ' DELIMITED BY SIZE
                  ENTRIES-NAMEONLY-COUNT DELIMITED BY SIZE
                  '  unmatched: ' DELIMITED BY SIZE
                  ENTRIES-UNMATCHED-COUNT DELIMITED BY SIZE
      * name AND birth date is HIGH - queued for review. Several full
      * matches are ambiguous; a name match without the birth date is
      * never acted on automatically - mailing the bereaved is bad,
      * deactivating the living is worse. A national register number
      * on the entry outranks all of that: one active individual
      * holding it is a certain match (NATNUM) whatever the names say,
      * and an individual holding a different number is never the
      * person on the entry. Below HIGH, a registry spelling that only
      * sounds like ours (Meijer for Meyer) with the same birth date
      * is queued as SOUND, for the reviewer to look at harder.
       3100-MATCH-ONE-ENTRY.
           MOVE DR-LAST-NAME TO REG-LAST-NAME.
           MOVE DR-FIRST-NAME TO REG-FIRST-NAME.
           MOVE DR-BIRTH-DATE TO REG-BIRTH-DATE.
           MOVE SPACES TO REG-NATIONAL-NO.

           IF DR-NATIONAL-NO NOT = SPACES
               PERFORM 3150-MATCH-NATIONAL-NO
                   THRU 3150-MATCH-NATIONAL-NO-END
               IF NATNO-MATCH-COUNT = 1
                   GO TO 3100-MATCH-ONE-ENTRY-END
               END-IF
           END-IF.

           MOVE 'HIGH' TO REG-CONFIDENCE.

           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(id), '')
                         WHEN TRIM(:REG-BIRTH-DATE) = '' THEN NULL
                         ELSE CAST(:REG-BIRTH-DATE AS DATE) END
                 AND COALESCE(status, 'A') = 'A'
                 AND (TRIM(:REG-NATIONAL-NO) = ''
                      OR national_no_token IS NULL
                      OR national_no_token =
                         pii_token(:REG-NATIONAL-NO))
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   DISPLAY REPORT-LINE
                   WRITE MATCH-REPORT-LINE FROM REPORT-LINE
               WHEN OTHER
                   PERFORM 3250-MATCH-SOUNDS-ALIKE
                       THRU 3250-MATCH-SOUNDS-ALIKE-END
           END-EVALUATE.
       3100-MATCH-ONE-ENTRY-END.
      ******************************************************************
      * The registry's number is read through NrnVal only to bring it
      * to its eleven digits and to drop a mistyped one; with no held
      * values to compare, nothing else can fail. A number that will
      * not read is reported and the entry falls back to the names.
       3150-MATCH-NATIONAL-NO.
           MOVE ZERO TO NATNO-MATCH-COUNT.
           MOVE DR-NATIONAL-NO TO NRN-INPUT.
           MOVE SPACES TO NRN-HELD-BIRTH-DATE.
           MOVE SPACES TO NRN-HELD-GENDER.
           CALL 'NrnVal' USING NRN-CHECK-AREA.

           IF NOT NRN-VALID
               MOVE SPACES TO REPORT-LINE
               STRING 'BAD NATNO  ' DELIMITED BY SIZE
                      FUNCTION TRIM(REG-LAST-NAME) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(REG-FIRST-NAME) DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      FUNCTION TRIM(NRN-RESULT-TEXT) DELIMITED BY SIZE
                      ', matched on name' DELIMITED BY SIZE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE
               WRITE MATCH-REPORT-LINE FROM REPORT-LINE
               GO TO 3150-MATCH-NATIONAL-NO-END
           END-IF.

           MOVE NRN-NUMBER TO REG-NATIONAL-NO.

           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(id), '')
               INTO :NATNO-MATCH-COUNT, :MATCHED-ID
               FROM databank
               WHERE national_no_token = pii_token(:REG-NATIONAL-NO)
                 AND COALESCE(status, 'A') = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF NATNO-MATCH-COUNT = 1
               MOVE 'NATNUM' TO REG-CONFIDENCE
               PERFORM 3200-QUEUE-DECEASED-PROPOSAL
                   THRU 3200-QUEUE-DECEASED-PROPOSAL-END
           END-IF.
       3150-MATCH-NATIONAL-NO-END.
      ******************************************************************
       3200-QUEUE-DECEASED-PROPOSAL.
      *    A proposal already waiting for this person is not doubled.
                    confidence, status, proposed_at)
               VALUES
                   (:MATCHED-ID, :REG-LAST-NAME, :REG-FIRST-NAME,
                    :REG-BIRTH-DATE, :REG-CONFIDENCE, 'P',
                    CURRENT_TIMESTAMP)
           END-EXEC.

           END-IF.

           ADD 1 TO ENTRIES-QUEUED-COUNT.
           IF REG-CONFIDENCE = 'NATNUM'
               ADD 1 TO ENTRIES-NATNO-COUNT
           END-IF.
           IF REG-CONFIDENCE = 'SOUND'
               ADD 1 TO ENTRIES-SOUND-COUNT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING 'QUEUED     ' DELIMITED BY SIZE
                  FUNCTION TRIM(REG-FIRST-NAME) DELIMITED BY SIZE
                  ' -> id ' DELIMITED BY SIZE
                  MATCHED-ID DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  FUNCTION TRIM(REG-CONFIDENCE) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE MATCH-REPORT-LINE FROM REPORT-LINE.
       3200-QUEUE-DECEASED-PROPOSAL-END.
      ******************************************************************
      * The phonetic keys of the registry names are built the same
      * way as the keys on databank; a name with no letters to key
      * goes straight to the name-only check.
       3250-MATCH-SOUNDS-ALIKE.
           MOVE 'L' TO PHON-NAME-TYPE.
           MOVE REG-LAST-NAME TO PHON-INPUT.
           CALL 'PhonKey' USING PHON-KEY-AREA.
           MOVE PHON-KEY TO REG-LAST-NAME-KEY.

           MOVE 'F' TO PHON-NAME-TYPE.
           MOVE REG-FIRST-NAME TO PHON-INPUT.
           CALL 'PhonKey' USING PHON-KEY-AREA.
           MOVE PHON-KEY TO REG-FIRST-NAME-KEY.

           MOVE ZERO TO SOUND-MATCH-COUNT.
           IF REG-LAST-NAME-KEY = SPACES
            OR REG-FIRST-NAME-KEY = SPACES
            OR REG-BIRTH-DATE = SPACES
               GO TO 3250-MATCH-SOUNDS-ALIKE-NEXT
           END-IF.

           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(id), '')
               INTO :SOUND-MATCH-COUNT, :MATCHED-ID
               FROM databank
               WHERE last_name_key = TRIM(:REG-LAST-NAME-KEY)
                 AND first_name_key = TRIM(:REG-FIRST-NAME-KEY)
                 AND birth_date = CAST(:REG-BIRTH-DATE AS DATE)
                 AND COALESCE(status, 'A') = 'A'
                 AND (TRIM(:REG-NATIONAL-NO) = ''
                      OR national_no_token IS NULL
                      OR national_no_token =
                         pii_token(:REG-NATIONAL-NO))
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

       3250-MATCH-SOUNDS-ALIKE-NEXT.
           EVALUATE TRUE
               WHEN SOUND-MATCH-COUNT = 1
                   MOVE 'SOUND' TO REG-CONFIDENCE
                   PERFORM 3200-QUEUE-DECEASED-PROPOSAL
                       THRU 3200-QUEUE-DECEASED-PROPOSAL-END
               WHEN SOUND-MATCH-COUNT > 1
                   ADD 1 TO ENTRIES-AMBIG-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING 'AMBIGUOUS  ' DELIMITED BY SIZE
                          FUNCTION TRIM(REG-LAST-NAME)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          FUNCTION TRIM(REG-FIRST-NAME)
                              DELIMITED BY SIZE
                          ' - several sound-alike matches, manual '
                              DELIMITED BY SIZE
                          'follow-up' DELIMITED BY SIZE
                          INTO REPORT-LINE
                   DISPLAY REPORT-LINE
                   WRITE MATCH-REPORT-LINE FROM REPORT-LINE
               WHEN OTHER
                   PERFORM 3300-CHECK-NAME-ONLY-MATCH
                       THRU 3300-CHECK-NAME-ONLY-MATCH-END
           END-EVALUATE.
       3250-MATCH-SOUNDS-ALIKE-END.
      ******************************************************************
      * Name-only hits, exact or sound-alike, are never acted on; they
      * are listed so the desk can check the birth date by hand.
       3300-CHECK-NAME-ONLY-MATCH.
           EXEC SQL
               SELECT COUNT(*) INTO :NAME-MATCH-COUNT
               FROM databank
               WHERE ((UPPER(TRIM(last_name)) =
                       UPPER(TRIM(:REG-LAST-NAME))
                   AND UPPER(TRIM(first_name)) =
                       UPPER(TRIM(:REG-FIRST-NAME)))
                  OR (TRIM(:REG-LAST-NAME-KEY) <> ''
                   AND last_name_key = TRIM(:REG-LAST-NAME-KEY)
                   AND first_name_key = TRIM(:REG-FIRST-NAME-KEY)))
                 AND COALESCE(status, 'A') = 'A'
           END-EXEC.

