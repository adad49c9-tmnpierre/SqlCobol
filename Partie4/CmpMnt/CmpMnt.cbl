       IDENTIFICATION DIVISION.
       PROGRAM-ID. CmpMnt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Every letter run used to be a BelInfo country list plus
      * whatever keywords the operator remembered. A campaign names
      * the mailing once - channel, letter template key and the
      * selection it stands for - so BelInfo and MailSpl can run
      * "campaign X" and everything it produces carries the id.
       01  CMD-LINE-PARM          PIC X(250) VALUE SPACES.
       01  CMD-PTR                PIC 9(3) VALUE 1.
       01  ACTION-PARM            PIC X(10) VALUE SPACES.
       01  PARM-3                 PIC X(200) VALUE SPACES.
       01  PARM-4                 PIC X(50) VALUE SPACES.
       01  PARM-5                 PIC X(50) VALUE SPACES.
       01  PARM-6                 PIC X(50) VALUE SPACES.
       01  PARM-7                 PIC X(50) VALUE SPACES.
       01  PARM-8                 PIC X(10) VALUE SPACES.
       01  AGE-MIN-DISP           PIC Z(3)9.
       01  AGE-MAX-DISP           PIC Z(3)9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "CmpSel.cpy".

       01  ROW-EXISTS-COUNT       PIC S9(4) COMP-5 VALUE ZERO.
       01  RUN-EXISTS-COUNT       PIC S9(9) COMP-5 VALUE ZERO.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           CALL 'DbProfil' USING DBNAME USERNAME PASSWD.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 1030-CHECK-OPS-HOLD
               THRU 1030-CHECK-OPS-HOLD-END.

           PERFORM 1050-VERIFY-SCHEMA-LEVEL
               THRU 1050-VERIFY-SCHEMA-LEVEL-END.

           PERFORM 1100-GET-PARMS
               THRU 1100-GET-PARMS-END.

           EVALUATE ACTION-PARM
               WHEN 'ADD'
                   PERFORM 3100-ADD-CAMPAIGN
                       THRU 3100-ADD-CAMPAIGN-END
               WHEN 'CRITERIA'
                   PERFORM 3200-SET-CRITERIA
                       THRU 3200-SET-CRITERIA-END
               WHEN 'CLOSE'
                   PERFORM 3300-CLOSE-CAMPAIGN
                       THRU 3300-CLOSE-CAMPAIGN-END
               WHEN 'LIST'
                   PERFORM 3500-LIST-CAMPAIGNS
                       THRU 3500-LIST-CAMPAIGNS-END
           END-EVALUATE.

       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           STOP RUN.
      ******************************************************************
      * ADD registers the campaign itself; CRITERIA sets the selection
      * in one go (a '*' leaves that criterion open). Campaign ids and
      * country codes are held in upper case, like the letter run's
      * own parameter card.
       1100-GET-PARMS.
           ACCEPT CMD-LINE-PARM FROM COMMAND-LINE.

           MOVE 1 TO CMD-PTR.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO ACTION-PARM
               POINTER CMD-PTR
           END-UNSTRING.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO CMP-ID
               POINTER CMD-PTR
           END-UNSTRING.

           MOVE FUNCTION UPPER-CASE(ACTION-PARM) TO ACTION-PARM.
           MOVE FUNCTION UPPER-CASE(CMP-ID) TO CMP-ID.

           IF ACTION-PARM = 'LIST'
               GO TO 1100-GET-PARMS-END
           END-IF.

           IF CMP-ID = SPACES
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           EVALUATE ACTION-PARM
               WHEN 'ADD'
                   UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
                       INTO CMP-CHANNEL
                       POINTER CMD-PTR
                   END-UNSTRING
                   UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
                       INTO CMP-TEMPLATE-KEY
                       POINTER CMD-PTR
                   END-UNSTRING
                   IF CMD-PTR <= FUNCTION LENGTH(CMD-LINE-PARM)
                       MOVE CMD-LINE-PARM(CMD-PTR:) TO CMP-DESCRIPTION
                   END-IF
                   MOVE FUNCTION UPPER-CASE(CMP-CHANNEL) TO CMP-CHANNEL
                   MOVE FUNCTION UPPER-CASE(CMP-TEMPLATE-KEY)
                       TO CMP-TEMPLATE-KEY
                   IF CMP-TEMPLATE-KEY = '*'
                       MOVE SPACES TO CMP-TEMPLATE-KEY
                   END-IF
                   IF CMP-CHANNEL NOT = 'POST'
                    AND CMP-CHANNEL NOT = 'EMAIL'
                       DISPLAY 'Channel must be POST or EMAIL: '
                               CMP-CHANNEL
                       PERFORM 1150-SHOW-USAGE
                           THRU 1150-SHOW-USAGE-END
                   END-IF
               WHEN 'CRITERIA'
                   PERFORM 1160-GET-CRITERIA-PARMS
                       THRU 1160-GET-CRITERIA-PARMS-END
               WHEN 'CLOSE'
                   CONTINUE
               WHEN OTHER
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
           END-EVALUATE.
       1100-GET-PARMS-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: CmpMnt ADD <campaign-id> <POST|EMAIL> '
                   '<template-key|*> <description>'.
           DISPLAY '       CmpMnt CRITERIA <campaign-id> '
                   '<country,country,...> <age-min|*> <age-max|*> '
                   '<language|*> <gender|*> <HEADONLY|ALL>'.
           DISPLAY '       CmpMnt CLOSE <campaign-id>'.
           DISPLAY '       CmpMnt LIST'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       1150-SHOW-USAGE-END.
      ******************************************************************
       1160-GET-CRITERIA-PARMS.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO PARM-3 PARM-4 PARM-5 PARM-6 PARM-7 PARM-8
               POINTER CMD-PTR
           END-UNSTRING.

           IF PARM-3 = SPACES OR PARM-8 = SPACES
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           MOVE FUNCTION UPPER-CASE(PARM-3) TO CMP-COUNTRY-LIST.

           MOVE ZERO TO CMP-AGE-MIN.
           IF PARM-4 NOT = '*'
               IF FUNCTION TRIM(PARM-4) IS NOT NUMERIC
                   DISPLAY 'Minimum age must be a number or *: '
                           FUNCTION TRIM(PARM-4)
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
               END-IF
               MOVE FUNCTION NUMVAL(PARM-4) TO CMP-AGE-MIN
           END-IF.

           MOVE ZERO TO CMP-AGE-MAX.
           IF PARM-5 NOT = '*'
               IF FUNCTION TRIM(PARM-5) IS NOT NUMERIC
                   DISPLAY 'Maximum age must be a number or *: '
                           FUNCTION TRIM(PARM-5)
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
               END-IF
               MOVE FUNCTION NUMVAL(PARM-5) TO CMP-AGE-MAX
           END-IF.

           IF CMP-AGE-MAX > 0 AND CMP-AGE-MIN > CMP-AGE-MAX
               DISPLAY 'Minimum age is above the maximum age.'
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

      *    UpdMaj keeps databank.spoken in upper case, so the
      *    language criterion is stored the same way.
           MOVE FUNCTION UPPER-CASE(PARM-6) TO CMP-SPOKEN.
           IF CMP-SPOKEN = '*'
               MOVE SPACES TO CMP-SPOKEN
           END-IF.

           MOVE PARM-7 TO CMP-GENDER.
           IF CMP-GENDER = '*'
               MOVE SPACES TO CMP-GENDER
           END-IF.

           EVALUATE FUNCTION UPPER-CASE(PARM-8)
               WHEN 'HEADONLY'
                   MOVE 'Y' TO CMP-HEAD-ONLY
               WHEN 'ALL'
                   MOVE 'N' TO CMP-HEAD-ONLY
               WHEN OTHER
                   DISPLAY 'Last word must be HEADONLY or ALL: '
                           FUNCTION TRIM(PARM-8)
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
           END-EVALUATE.
       1160-GET-CRITERIA-PARMS-END.
      ******************************************************************
      * Schema objects are owned by SchemaMig; this job only checks
      * that the database is at the level it was written against and
      * fails fast when the schema is behind.
       1050-VERIFY-SCHEMA-LEVEL.
           EXEC SQL
               SELECT COALESCE(MAX(version_number), 0)
               INTO :SCHEMA-LEVEL-CURRENT
               FROM schema_version
           END-EXEC.

           IF SQLCODE NOT = 0
            OR SCHEMA-LEVEL-CURRENT < SCHEMA-LEVEL-NEEDED
               DISPLAY '*** Schema level ' SCHEMA-LEVEL-CURRENT
                       ' is behind required level '
                       SCHEMA-LEVEL-NEEDED
                       ' - run SchemaMig first. ***'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-VERIFY-SCHEMA-LEVEL-END.
      ******************************************************************
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.

           MOVE 'CmpMnt' TO ERR-PROGRAM-NAME.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           EXEC SQL
               INSERT INTO error_log
                   (program_name, log_timestamp, sqlcode, sqlstate,
                    sqlerrmc)
               VALUES
                   (:ERR-PROGRAM-NAME, CURRENT_TIMESTAMP, :ERR-SQLCODE,
                    :ERR-SQLSTATE, :ERR-SQLERRMC)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN +100
                 DISPLAY "Record not found"
              WHEN -01
                 DISPLAY "Connection failed"
              WHEN -20
                 DISPLAY "Internal error"
              WHEN -30
                 DISPLAY "Database error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
              WHEN OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
                 COPY "SqlMsg.cpy".
           END-EVALUATE.
       1001-ERROR-RTN-END.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
      ******************************************************************
       2100-REQUIRE-OPEN-CAMPAIGN.
           MOVE SPACE TO CMP-STATUS.
           EXEC SQL
               SELECT status
               INTO :CMP-STATUS
               FROM campaign
               WHERE campaign_id = :CMP-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   DISPLAY 'No campaign registered as '
                           FUNCTION TRIM(CMP-ID)
                   MOVE 8 TO RETURN-CODE
                   GO TO 2100-REQUIRE-OPEN-CAMPAIGN-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           IF CMP-STATUS = 'C'
               DISPLAY 'Campaign ' FUNCTION TRIM(CMP-ID)
                       ' is already closed.'
               MOVE 8 TO RETURN-CODE
               GO TO 2100-REQUIRE-OPEN-CAMPAIGN-END
           END-IF.
       2100-REQUIRE-OPEN-CAMPAIGN-END.
      ******************************************************************
       3100-ADD-CAMPAIGN.
           EXEC SQL
               SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
               FROM campaign
               WHERE campaign_id = :CMP-ID
           END-EXEC.

           IF ROW-EXISTS-COUNT > 0
               DISPLAY 'Campaign ' FUNCTION TRIM(CMP-ID)
                       ' is already registered.'
               MOVE 8 TO RETURN-CODE
               GO TO 3100-ADD-CAMPAIGN-END
           END-IF.

           EXEC SQL
               INSERT INTO campaign
                   (campaign_id, description, template_key, channel,
                    status, created_by, created_at)
               VALUES
                   (:CMP-ID, TRIM(:CMP-DESCRIPTION),
                    TRIM(:CMP-TEMPLATE-KEY), :CMP-CHANNEL, 'O',
                    CURRENT_USER, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           DISPLAY 'Campaign ' FUNCTION TRIM(CMP-ID) ' registered ('
                   FUNCTION TRIM(CMP-CHANNEL)
                   ') - set its selection with CRITERIA.'.
       3100-ADD-CAMPAIGN-END.
      ******************************************************************
      * Once a campaign has been run its selection is what the
      * result report is measured against, so it can no longer be
      * changed - register a new campaign instead.
       3200-SET-CRITERIA.
           PERFORM 2100-REQUIRE-OPEN-CAMPAIGN
               THRU 2100-REQUIRE-OPEN-CAMPAIGN-END.

           IF RETURN-CODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :RUN-EXISTS-COUNT
               FROM campaign_run
               WHERE campaign_id = :CMP-ID
           END-EXEC.

           IF RUN-EXISTS-COUNT > 0
               DISPLAY 'Campaign ' FUNCTION TRIM(CMP-ID)
                       ' has already been run - its selection can no '
                       'longer change.'
               MOVE 8 TO RETURN-CODE
               GO TO 3200-SET-CRITERIA-END
           END-IF.

           EXEC SQL
               UPDATE campaign
               SET country_list = TRIM(:CMP-COUNTRY-LIST),
                   age_min = :CMP-AGE-MIN,
                   age_max = :CMP-AGE-MAX,
                   spoken = TRIM(:CMP-SPOKEN),
                   gender = TRIM(:CMP-GENDER),
                   head_only = :CMP-HEAD-ONLY
               WHERE campaign_id = :CMP-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           DISPLAY 'Selection set for campaign ' FUNCTION TRIM(CMP-ID)
                   ': ' FUNCTION TRIM(CMP-COUNTRY-LIST).
       3200-SET-CRITERIA-END.
      ******************************************************************
      * A closed campaign can no longer be run; responses may still be
      * loaded against it and its result report stays available.
       3300-CLOSE-CAMPAIGN.
           PERFORM 2100-REQUIRE-OPEN-CAMPAIGN
               THRU 2100-REQUIRE-OPEN-CAMPAIGN-END.

           IF RETURN-CODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE campaign
               SET status = 'C',
                   closed_at = CURRENT_TIMESTAMP
               WHERE campaign_id = :CMP-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           DISPLAY 'Campaign ' FUNCTION TRIM(CMP-ID) ' closed.'.
       3300-CLOSE-CAMPAIGN-END.
      ******************************************************************
       3500-LIST-CAMPAIGNS.
           DISPLAY 'Registered campaigns:'.

           EXEC SQL DECLARE CMPL_CUR CURSOR FOR
               SELECT campaign_id, channel, status, template_key,
                      country_list, age_min, age_max, spoken, gender,
                      head_only, COALESCE(description, '')
               FROM campaign
               ORDER BY created_at, campaign_id
           END-EXEC.

           EXEC SQL OPEN CMPL_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CMPL_CUR
                   INTO :CMP-ID, :CMP-CHANNEL, :CMP-STATUS,
                        :CMP-TEMPLATE-KEY, :CMP-COUNTRY-LIST,
                        :CMP-AGE-MIN, :CMP-AGE-MAX, :CMP-SPOKEN,
                        :CMP-GENDER, :CMP-HEAD-ONLY, :CMP-DESCRIPTION
               END-EXEC

               IF SQLCODE = 0 THEN
                   MOVE CMP-AGE-MIN TO AGE-MIN-DISP
                   MOVE CMP-AGE-MAX TO AGE-MAX-DISP
                   DISPLAY '  ' CMP-ID ' ' CMP-CHANNEL ' status '
                           CMP-STATUS ' template '
                           FUNCTION TRIM(CMP-TEMPLATE-KEY) ' - '
                           FUNCTION TRIM(CMP-DESCRIPTION)
                   DISPLAY '      countries '
                           FUNCTION TRIM(CMP-COUNTRY-LIST)
                           ' age ' AGE-MIN-DISP '-' AGE-MAX-DISP
                           ' language ' FUNCTION TRIM(CMP-SPOKEN)
                           ' gender ' FUNCTION TRIM(CMP-GENDER)
                           ' heads only ' CMP-HEAD-ONLY
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CMPL_CUR END-EXEC.
       3500-LIST-CAMPAIGNS-END.
      ******************************************************************
      ******************************************************************
      * A set operations hold quiesces the whole suite: the shared
      * check announces it and counts the refused start; this
      * paragraph only supplies the program's way of stopping.
       1030-CHECK-OPS-HOLD.
           COPY "HoldChk.cpy".

           IF HLD-HELD-FLAG = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1030-CHECK-OPS-HOLD-END.
      ******************************************************************
