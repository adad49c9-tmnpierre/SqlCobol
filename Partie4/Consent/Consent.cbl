
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  CMD-LINE-PARM          PIC X(120) VALUE SPACES.
       01  CMD-PTR                PIC 9(3) VALUE 1.
       01  ACTION-PARM            PIC X(10) VALUE SPACES.
       01  ADULT-AGE              PIC S9(4) COMP-5 VALUE 18.

       COPY "RetryCfg.cpy".

       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "PrcVar.cpy".

       01  TARGET-ID              PIC X(36) VALUE SPACES.
       01  CHANNEL-CODE           PIC X(10) VALUE SPACES.
       01  NEW-ALLOWED-FLAG       PIC X(1) VALUE SPACE.
       01  CUR-ALLOWED-FLAG       PIC X(1) VALUE SPACE.
       01  CUR-LAST-NAME          PIC X(50) VALUE SPACES.
       01  CUR-EFF-AGE            PIC S9(4) COMP-5 VALUE ZERO.
       01  GIVEN-BY-ID            PIC X(36) VALUE SPACES.
       01  OPEN-GUARDIAN-ID       PIC X(36) VALUE SPACES.
       01  LST-CHANNEL            PIC X(10) VALUE SPACES.
       01  LST-ALLOWED            PIC X(1) VALUE SPACE.
       01  LST-EFFECTIVE          PIC X(26) VALUE SPACES.
           PERFORM 1100-GET-PARMS
               THRU 1100-GET-PARMS-END.

           IF PRC-CASE-NO NOT = SPACES AND ACTION-PARM NOT = 'LIST'
               PERFORM 1045-CHECK-PRIVACY-CASE
                   THRU 1045-CHECK-PRIVACY-CASE-END
           END-IF.

           IF ACTION-PARM = 'LIST'
               PERFORM 3500-LIST-PREFERENCES
                   THRU 3500-LIST-PREFERENCES-END
               INTO ACTION-PARM
               POINTER CMD-PTR
           END-UNSTRING.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO GIVEN-BY-ID
               POINTER CMD-PTR
           END-UNSTRING.

      *    A privacy case number (PRCnnnnnn) may follow, in place of
      *    or after the guardian id.
           IF GIVEN-BY-ID(1:3) = 'PRC'
               MOVE GIVEN-BY-ID TO PRC-CASE-NO
               MOVE SPACES TO GIVEN-BY-ID
           ELSE
               UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
                   INTO PRC-CASE-NO
                   POINTER CMD-PTR
               END-UNSTRING
           END-IF.

           MOVE FUNCTION UPPER-CASE(CHANNEL-CODE) TO CHANNEL-CODE.
           MOVE FUNCTION UPPER-CASE(ACTION-PARM) TO ACTION-PARM.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: Consent <databank-id> '
                   '<POST|EMAIL|EXTRACT> <Y|N> [<guardian-id>] '
                   '[<case-no>]'.
           DISPLAY '       (a minor''s consent is given by the '
                   'guardian on file - name their id)'.
           DISPLAY '       Consent <databank-id> LIST'.
       1150-SHOW-USAGE-END.
      ******************************************************************
      ******************************************************************
       3001-RECORD-PREFERENCE.
           EXEC SQL
               SELECT last_name,
                      COALESCE(CAST(EXTRACT(YEAR FROM
                          AGE(CURRENT_DATE, birth_date))
                          AS INTEGER), age, -1)
               INTO :CUR-LAST-NAME, :CUR-EFF-AGE
               FROM databank
               WHERE id = :TARGET-ID
           END-EXEC.
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           PERFORM 3050-CHECK-CONSENT-GIVER
               THRU 3050-CHECK-CONSENT-GIVER-END.

           IF RETURN-CODE NOT = 0
               GO TO 3001-RECORD-PREFERENCE-END
           END-IF.

           MOVE SPACE TO CUR-ALLOWED-FLAG.
           EXEC SQL
               SELECT COALESCE(allowed, ' ')
               DISPLAY 'Preference is already ' NEW-ALLOWED-FLAG
                       ' for channel ' CHANNEL-CODE
                       ' - nothing changed.'
               IF PRC-CASE-NO NOT = SPACES
                   MOVE 0 TO PRC-ROW-COUNT
                   PERFORM 8950-LINK-PRIVACY-CASE
                       THRU 8950-LINK-PRIVACY-CASE-END
               END-IF
               GO TO 3001-RECORD-PREFERENCE-END
           END-IF.

           EXEC SQL
               INSERT INTO consent_audit
                   (databank_id, channel, old_allowed, new_allowed,
                    changed_by, changed_at, given_by_id)
               VALUES
                   (:TARGET-ID, :CHANNEL-CODE,
                    CASE WHEN TRIM(:CUR-ALLOWED-FLAG) = ''
                         THEN NULL ELSE :CUR-ALLOWED-FLAG END,
                    :NEW-ALLOWED-FLAG, CURRENT_USER,
                    CURRENT_TIMESTAMP, :GIVEN-BY-ID)
           END-EXEC.

           IF SQLCODE NOT = 0
           DISPLAY 'Consent for ' FUNCTION TRIM(CUR-LAST-NAME)
                   ' (' TARGET-ID '), channel ' CHANNEL-CODE
                   ' set to ' NEW-ALLOWED-FLAG '.'.

           IF GIVEN-BY-ID NOT = TARGET-ID
               DISPLAY 'Consent given by guardian ' GIVEN-BY-ID '.'
           END-IF.

           IF PRC-CASE-NO NOT = SPACES
               MOVE 1 TO PRC-ROW-COUNT
               PERFORM 8950-LINK-PRIVACY-CASE
                   THRU 8950-LINK-PRIVACY-CASE-END
           END-IF.
       3001-RECORD-PREFERENCE-END.
      ******************************************************************
      * A minor cannot give or withdraw consent themselves: the change
      * is accepted only when it names the guardian on file, and the
      * audit row records the guardian as the one who gave it. An
      * adult - or a record whose age we do not hold - speaks for
      * themselves.
       3050-CHECK-CONSENT-GIVER.
           IF CUR-EFF-AGE < 0 OR CUR-EFF-AGE NOT < ADULT-AGE
               IF GIVEN-BY-ID NOT = SPACES
                AND GIVEN-BY-ID NOT = TARGET-ID
                   DISPLAY 'Id ' TARGET-ID ' is not a minor - '
                           'consent is their own to give - refused.'
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE TARGET-ID TO GIVEN-BY-ID
               GO TO 3050-CHECK-CONSENT-GIVER-END
           END-IF.

           MOVE SPACES TO OPEN-GUARDIAN-ID.
           EXEC SQL
               SELECT guardian_id INTO :OPEN-GUARDIAN-ID
               FROM guardian_link
               WHERE minor_id = :TARGET-ID
                 AND closed_at IS NULL
           END-EXEC.

           IF SQLCODE = +100
               DISPLAY 'Id ' TARGET-ID ' is a minor with no guardian '
                       'on file - link one with GrdMnt - refused.'
               MOVE 8 TO RETURN-CODE
               GO TO 3050-CHECK-CONSENT-GIVER-END
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF GIVEN-BY-ID NOT = OPEN-GUARDIAN-ID
               DISPLAY 'Id ' TARGET-ID ' is a minor - consent must '
                       'be recorded against guardian '
                       OPEN-GUARDIAN-ID ' - refused.'
               MOVE 8 TO RETURN-CODE
           END-IF.
       3050-CHECK-CONSENT-GIVER-END.
      ******************************************************************
       3100-APPLY-PREFERENCE.
           MOVE ZERO TO RETRY-COUNT.
           END-IF.
       1030-CHECK-OPS-HOLD-END.
      ******************************************************************
      * A consent change made for a privacy case answers an objection
      * (or the marketing part of an erasure request), once the
      * requester's identity has been verified.
       1045-CHECK-PRIVACY-CASE.
           MOVE 'Consent' TO PRC-PROGRAM-NAME.
           MOVE 'OBJECT ERASURE' TO PRC-TYPES-ALLOWED.
           MOVE TARGET-ID TO PRC-KEY-VALUE.
           COPY "PrcChk.cpy".

           IF PRC-REFUSED-FLAG = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1045-CHECK-PRIVACY-CASE-END.
      ******************************************************************
      * The case's trail shows the channel and the preference now in
      * force - also when it already stood, since that too answers
      * the request.
       8950-LINK-PRIVACY-CASE.
           MOVE SPACES TO PRC-ACTION-DESC.
           STRING 'CONSENT ' DELIMITED BY SIZE
                  CHANNEL-CODE DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  NEW-ALLOWED-FLAG DELIMITED BY SIZE
                  INTO PRC-ACTION-DESC.
           MOVE TARGET-ID TO PRC-KEY-VALUE.
           MOVE SPACES TO PRC-EVIDENCE-FILE.
           MOVE TARGET-ID TO PRC-DATABANK-ID.
           COPY "PrcLink.cpy".

           IF SQLCODE < 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8950-LINK-PRIVACY-CASE-END.
      ******************************************************************
