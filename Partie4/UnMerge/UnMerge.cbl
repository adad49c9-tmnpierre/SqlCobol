       IDENTIFICATION DIVISION.
       PROGRAM-ID. UnMerge.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Splits a wrongly consolidated individual back into two. Given
      * a merge_audit entry, the merged record is rebuilt under its
      * own id from the before image DupMerge journaled when it
      * deleted the row; the survivor fields that row back-filled are
      * handed back where the survivor still holds the merged value;
      * support rows the orphan sweep re-pointed to the survivor are
      * moved back; and the pair is remembered as two people so
      * DupChk and DupMerge leave them apart from now on.
       01  CMD-LINE-PARM           PIC X(100) VALUE SPACES.
       01  CMD-PTR                 PIC 9(3) VALUE 1.
       01  AUDIT-ID-PARM           PIC X(36) VALUE SPACES.
       01  DASH-COUNT              PIC 9(2) VALUE ZEROS.

       01  PAIR-TABLE.
           05  PAIR-ENTRY          OCCURS 30 TIMES PIC X(120).
       01  PAIR-COUNT              PIC 9(2) VALUE ZEROS.
       01  PAIR-IDX                PIC 9(2) VALUE ZEROS.
       01  PAIR-PARSE-PTR          PIC 9(4) VALUE 1.
       01  PAIR-COLUMN-NAME        PIC X(30) VALUE SPACES.
       01  PAIR-COLUMN-VALUE       PIC X(100) VALUE SPACES.

       01  FOLDS-KEPT-COUNT        PIC 9(2) VALUE ZEROS.
       01  OLD-VALUES-PTR          PIC 9(4) VALUE 1.
       01  NEW-VALUES-PTR          PIC 9(4) VALUE 1.
       01  DROPPED-EOF-SWITCH      PIC X VALUE 'N'.
           88  DROPPED-EOF         VALUE 'Y'.

       01  DISPLAY-COUNT           PIC Z(5)9.
       01  DISPLAY-AUDIT-ID        PIC Z(8)9.

       COPY "RetryCfg.cpy".
       COPY "PhonParm.cpy".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "PrivLog.cpy".
       COPY "OprVar.cpy".

       01  AUDIT-ID                PIC S9(9) COMP-5 VALUE ZERO.
       01  LOOKUP-MERGED-ID        PIC X(36) VALUE SPACES.

       01  SQL-MERGE-ENTRY.
           05  MRG-SURVIVOR-ID     PIC X(36).
           05  MRG-MERGED-ID       PIC X(36).
           05  MRG-FOLDED-VALUES   PIC X(600).
           05  MRG-UNMERGED-FLAG   PIC X(1).

       01  BEFORE-IMAGE            PIC X(600) VALUE SPACES.

       01  RESTORED-ROW.
           05  RST-LAST-NAME       PIC X(50).
           05  RST-FIRST-NAME      PIC X(50).
           05  RST-EMAIL           PIC X(100).
           05  RST-COUNTRY         PIC X(50).
           05  RST-COUNTRY-CODE    PIC X(10).
           05  RST-AGE             PIC X(4).
           05  RST-GENDER          PIC X(10).
           05  RST-SPOKEN          PIC X(50).
           05  RST-BIRTH-DATE      PIC X(10).
           05  RST-NATIONAL-NO     PIC X(11).
           05  RST-STATUS          PIC X(1).
           05  RST-STATUS-REASON   PIC X(20).
           05  RST-STREET          PIC X(50).
           05  RST-HOUSE-NO        PIC X(10).
           05  RST-BOX-NO          PIC X(10).
           05  RST-POSTAL-CODE     PIC X(10).
           05  RST-CITY            PIC X(50).
           05  RST-ADDRESS-STATUS  PIC X(1).
           05  RST-EMAIL-STATUS    PIC X(1).
           05  RST-LOAD-BATCH-ID   PIC X(10).
           05  RST-CREATED-AT      PIC X(26).
           05  RST-LAST-KEY        PIC X(12).
           05  RST-FIRST-KEY       PIC X(12).

       01  LIVE-ROW-COUNT          PIC S9(9) COMP-5 VALUE ZERO.
       01  HOLD-HIT-COUNT          PIC S9(9) COMP-5 VALUE ZERO.
       01  FOLDS-UNDONE-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  ROWS-BACK-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
       01  ROWS-DROPPED-COUNT      PIC S9(9) COMP-5 VALUE ZERO.

       01  SQL-DROPPED-ROW.
           05  DRP-TABLE           PIC X(30).
           05  DRP-ROW-REF         PIC X(40).
           05  DRP-SWEEP-ID        PIC S9(9) COMP-5.

       01  JOURNAL-OLD-VALUES      PIC X(600) VALUE SPACES.
       01  JOURNAL-NEW-VALUES      PIC X(600) VALUE SPACES.

       COPY "SrcVar.cpy".
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

           PERFORM 1040-CHECK-OPERATOR-RIGHT
               THRU 1040-CHECK-OPERATOR-RIGHT-END.

           PERFORM 1035-SET-CHANGE-SOURCE
               THRU 1035-SET-CHANGE-SOURCE-END.

           PERFORM 3001-LOAD-MERGE-ENTRY
               THRU 3001-LOAD-MERGE-ENTRY-END.

           PERFORM 3100-PARSE-BEFORE-IMAGE
               THRU 3100-PARSE-BEFORE-IMAGE-END.

           PERFORM 3300-UNDO-SURVIVOR-FOLDS
               THRU 3300-UNDO-SURVIVOR-FOLDS-END.

           PERFORM 3400-RECREATE-MERGED-RECORD
               THRU 3400-RECREATE-MERGED-RECORD-END.

           PERFORM 3500-MOVE-ROWS-BACK
               THRU 3500-MOVE-ROWS-BACK-END.

           PERFORM 3600-MARK-PAIR-APART
               THRU 3600-MARK-PAIR-APART-END.

           MOVE 'UNMERGE' TO PRV-ACTION-DESC.
           MOVE SPACES TO PRV-KEY-VALUE.
           MOVE AUDIT-ID TO DISPLAY-AUDIT-ID.
           STRING 'merge ' DELIMITED BY SIZE
                  FUNCTION TRIM(DISPLAY-AUDIT-ID) DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  MRG-MERGED-ID DELIMITED BY SIZE
                  ' from ' DELIMITED BY SIZE
                  MRG-SURVIVOR-ID DELIMITED BY SIZE
                  INTO PRV-KEY-VALUE.
           COMPUTE PRV-ROW-COUNT = 1 + FOLDS-UNDONE-COUNT
                                 + ROWS-BACK-COUNT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           DISPLAY 'Unmerge tally -'.
           DISPLAY '  Record recreated:               '
                   FUNCTION TRIM(MRG-MERGED-ID).
           MOVE FOLDS-UNDONE-COUNT TO DISPLAY-COUNT.
           DISPLAY '  Survivor fields handed back:    ' DISPLAY-COUNT.
           MOVE FOLDS-KEPT-COUNT TO DISPLAY-COUNT.
           DISPLAY '  Survivor fields changed since:  ' DISPLAY-COUNT.
           MOVE ROWS-BACK-COUNT TO DISPLAY-COUNT.
           DISPLAY '  Support rows now on the record: ' DISPLAY-COUNT.
           MOVE ROWS-DROPPED-COUNT TO DISPLAY-COUNT.
           DISPLAY '  Rows dropped by a sweep:        ' DISPLAY-COUNT.

           IF FOLDS-KEPT-COUNT > 0 OR ROWS-DROPPED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
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
               INTO AUDIT-ID-PARM
               POINTER CMD-PTR
           END-UNSTRING.

           IF AUDIT-ID-PARM = SPACES
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

      *    The desk usually knows the id that disappeared, not the
      *    merge_audit number; a databank id (it has dashes) is looked
      *    up to its merge entry in 3001.
           MOVE ZEROS TO DASH-COUNT.
           INSPECT AUDIT-ID-PARM TALLYING DASH-COUNT FOR ALL '-'.
           IF DASH-COUNT > 0
               MOVE AUDIT-ID-PARM TO LOOKUP-MERGED-ID
           ELSE
               COMPUTE AUDIT-ID = FUNCTION NUMVAL(AUDIT-ID-PARM)
               IF AUDIT-ID NOT > 0
                   DISPLAY 'The merge reference must be a merge_audit '
                           'id or the merged databank id.'
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
               END-IF
           END-IF.
       1100-GET-PARMS-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: UnMerge <operator-id> <ticket-ref> '
                   '<merge-audit-id | merged-databank-id>'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       1150-SHOW-USAGE-END.
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
      * The values this run changes are traced, field by field, to
      * the operator and ticket that authorised them by the
      * provenance trigger on databank_store.
       1035-SET-CHANGE-SOURCE.
           MOVE 'UnMerge' TO SRC-PROGRAM-NAME.
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
           DISPLAY "SQLCODE: " SQLCODE SPACE.

           MOVE 'UnMerge' TO ERR-PROGRAM-NAME.
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
      * Nothing is touched until the entry is known to be undoable:
      * it must exist, not be undone already, its merged id must not
      * have come back by another road, and DupMerge must have left a
      * before image of the row. Merges done before DupMerge journaled
      * before images cannot be split automatically.
       3001-LOAD-MERGE-ENTRY.
           IF LOOKUP-MERGED-ID NOT = SPACES
               EXEC SQL
                   SELECT id INTO :AUDIT-ID
                   FROM merge_audit
                   WHERE merged_id = :LOOKUP-MERGED-ID
                   ORDER BY merged_at DESC, id DESC
                   LIMIT 1
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       CONTINUE
                   WHEN +100
                       DISPLAY 'Id ' FUNCTION TRIM(LOOKUP-MERGED-ID)
                               ' was never merged away.'
                       PERFORM 3090-REFUSE-UNMERGE
                           THRU 3090-REFUSE-UNMERGE-END
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-IF.

           EXEC SQL
               SELECT survivor_id, merged_id,
                      COALESCE(folded_values, ''),
                      CASE WHEN unmerged_at IS NULL THEN 'N'
                           ELSE 'Y' END
               INTO :MRG-SURVIVOR-ID, :MRG-MERGED-ID,
                    :MRG-FOLDED-VALUES, :MRG-UNMERGED-FLAG
               FROM merge_audit
               WHERE id = :AUDIT-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   DISPLAY 'No merge_audit entry with id '
                           FUNCTION TRIM(AUDIT-ID-PARM) '.'
                   PERFORM 3090-REFUSE-UNMERGE
                       THRU 3090-REFUSE-UNMERGE-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           IF MRG-UNMERGED-FLAG = 'Y'
               MOVE AUDIT-ID TO DISPLAY-AUDIT-ID
               DISPLAY 'Merge ' FUNCTION TRIM(DISPLAY-AUDIT-ID)
                       ' has already been undone.'
               PERFORM 3090-REFUSE-UNMERGE
                   THRU 3090-REFUSE-UNMERGE-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :LIVE-ROW-COUNT
               FROM databank
               WHERE id = :MRG-MERGED-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF LIVE-ROW-COUNT > 0
               DISPLAY 'Id ' MRG-MERGED-ID ' already exists in the '
                       'live databank - nothing to split.'
               PERFORM 3090-REFUSE-UNMERGE
                   THRU 3090-REFUSE-UNMERGE-END
           END-IF.

           EXEC SQL
               SELECT old_values
               INTO :BEFORE-IMAGE
               FROM databank_change_journal
               WHERE databank_id = :MRG-MERGED-ID
                 AND change_type = 'D'
                 AND old_values IS NOT NULL
               ORDER BY changed_at DESC, id DESC
               LIMIT 1
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   DISPLAY 'The journal holds no before image for '
                           MRG-MERGED-ID ' - this merge predates '
                           'before images and must be re-keyed by '
                           'hand.'
                   PERFORM 3090-REFUSE-UNMERGE
                       THRU 3090-REFUSE-UNMERGE-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

      *    A legal hold does not stop the split - both people's data
      *    is kept - but the case owner should hear of it.
           EXEC SQL
               SELECT COUNT(*) INTO :HOLD-HIT-COUNT
               FROM legal_hold
               WHERE released_at IS NULL
                 AND databank_id IN (:MRG-SURVIVOR-ID, :MRG-MERGED-ID)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF HOLD-HIT-COUNT > 0
               DISPLAY 'Note: an active legal hold covers this pair - '
                       'inform the case owner of the split.'
           END-IF.

           DISPLAY 'Splitting ' FUNCTION TRIM(MRG-MERGED-ID)
                   ' back out of ' FUNCTION TRIM(MRG-SURVIVOR-ID).
       3001-LOAD-MERGE-ENTRY-END.
      ******************************************************************
       3090-REFUSE-UNMERGE.
           EXEC SQL DISCONNECT ALL END-EXEC.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       3090-REFUSE-UNMERGE-END.
      ******************************************************************
      * The before image is the journal's column=value|... form; each
      * pair lands in the matching field of the restored row.
       3100-PARSE-BEFORE-IMAGE.
           MOVE SPACES TO RESTORED-ROW.
           MOVE SPACES TO PAIR-TABLE.
           MOVE ZEROS TO PAIR-COUNT.
           MOVE 1 TO PAIR-PARSE-PTR.

           PERFORM UNTIL PAIR-COUNT >= 30
                      OR PAIR-PARSE-PTR >
                         FUNCTION LENGTH(BEFORE-IMAGE)
                      OR BEFORE-IMAGE(PAIR-PARSE-PTR:1) = SPACE
               ADD 1 TO PAIR-COUNT
               UNSTRING BEFORE-IMAGE DELIMITED BY '|'
                   INTO PAIR-ENTRY(PAIR-COUNT)
                   POINTER PAIR-PARSE-PTR
               END-UNSTRING
           END-PERFORM.

           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT
               PERFORM 3150-TAKE-ONE-PAIR
                   THRU 3150-TAKE-ONE-PAIR-END
           END-PERFORM.

      *    The rebuilt names get their phonetic keys back with them.
           MOVE 'L' TO PHON-NAME-TYPE.
           MOVE RST-LAST-NAME TO PHON-INPUT.
           CALL 'PhonKey' USING PHON-KEY-AREA.
           MOVE PHON-KEY TO RST-LAST-KEY.

           MOVE 'F' TO PHON-NAME-TYPE.
           MOVE RST-FIRST-NAME TO PHON-INPUT.
           CALL 'PhonKey' USING PHON-KEY-AREA.
           MOVE PHON-KEY TO RST-FIRST-KEY.
       3100-PARSE-BEFORE-IMAGE-END.
      ******************************************************************
       3150-TAKE-ONE-PAIR.
           MOVE SPACES TO PAIR-COLUMN-NAME.
           MOVE SPACES TO PAIR-COLUMN-VALUE.
           UNSTRING PAIR-ENTRY(PAIR-IDX) DELIMITED BY '='
               INTO PAIR-COLUMN-NAME PAIR-COLUMN-VALUE
           END-UNSTRING.

           EVALUATE PAIR-COLUMN-NAME
               WHEN 'last_name'
                   MOVE PAIR-COLUMN-VALUE TO RST-LAST-NAME
               WHEN 'first_name'
                   MOVE PAIR-COLUMN-VALUE TO RST-FIRST-NAME
               WHEN 'email'
                   MOVE PAIR-COLUMN-VALUE TO RST-EMAIL
               WHEN 'country'
                   MOVE PAIR-COLUMN-VALUE TO RST-COUNTRY
               WHEN 'country_code'
                   MOVE PAIR-COLUMN-VALUE TO RST-COUNTRY-CODE
               WHEN 'age'
                   MOVE PAIR-COLUMN-VALUE TO RST-AGE
               WHEN 'gender'
                   MOVE PAIR-COLUMN-VALUE TO RST-GENDER
               WHEN 'spoken'
                   MOVE PAIR-COLUMN-VALUE TO RST-SPOKEN
               WHEN 'birth_date'
                   MOVE PAIR-COLUMN-VALUE TO RST-BIRTH-DATE
               WHEN 'national_no'
                   MOVE PAIR-COLUMN-VALUE TO RST-NATIONAL-NO
               WHEN 'status'
                   MOVE PAIR-COLUMN-VALUE TO RST-STATUS
               WHEN 'status_reason'
                   MOVE PAIR-COLUMN-VALUE TO RST-STATUS-REASON
               WHEN 'street'
                   MOVE PAIR-COLUMN-VALUE TO RST-STREET
               WHEN 'house_no'
                   MOVE PAIR-COLUMN-VALUE TO RST-HOUSE-NO
               WHEN 'box_no'
                   MOVE PAIR-COLUMN-VALUE TO RST-BOX-NO
               WHEN 'postal_code'
                   MOVE PAIR-COLUMN-VALUE TO RST-POSTAL-CODE
               WHEN 'city'
                   MOVE PAIR-COLUMN-VALUE TO RST-CITY
               WHEN 'address_status'
                   MOVE PAIR-COLUMN-VALUE TO RST-ADDRESS-STATUS
               WHEN 'email_status'
                   MOVE PAIR-COLUMN-VALUE TO RST-EMAIL-STATUS
               WHEN 'load_batch_id'
                   MOVE PAIR-COLUMN-VALUE TO RST-LOAD-BATCH-ID
               WHEN 'created_at'
                   MOVE PAIR-COLUMN-VALUE TO RST-CREATED-AT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3150-TAKE-ONE-PAIR-END.
      ******************************************************************
      * Each survivor field the merged row back-filled goes back to
      * blank - but only while the survivor still holds exactly the
      * value it took over. A field edited since the merge is the
      * survivor's own now and is left alone (and counted).
       3300-UNDO-SURVIVOR-FOLDS.
           MOVE ZEROS TO FOLDS-UNDONE-COUNT.
           MOVE ZEROS TO FOLDS-KEPT-COUNT.

           IF MRG-FOLDED-VALUES = SPACES
               GO TO 3300-UNDO-SURVIVOR-FOLDS-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :LIVE-ROW-COUNT
               FROM databank
               WHERE id = :MRG-SURVIVOR-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF LIVE-ROW-COUNT = 0
               DISPLAY 'Survivor ' FUNCTION TRIM(MRG-SURVIVOR-ID)
                       ' is no longer live - its back-filled fields '
                       'are not handed back.'
               GO TO 3300-UNDO-SURVIVOR-FOLDS-END
           END-IF.

           MOVE SPACES TO PAIR-TABLE.
           MOVE ZEROS TO PAIR-COUNT.
           MOVE 1 TO PAIR-PARSE-PTR.

           PERFORM UNTIL PAIR-COUNT >= 30
                      OR PAIR-PARSE-PTR >
                         FUNCTION LENGTH(MRG-FOLDED-VALUES)
                      OR MRG-FOLDED-VALUES(PAIR-PARSE-PTR:1) = SPACE
               ADD 1 TO PAIR-COUNT
               UNSTRING MRG-FOLDED-VALUES DELIMITED BY '|'
                   INTO PAIR-ENTRY(PAIR-COUNT)
                   POINTER PAIR-PARSE-PTR
               END-UNSTRING
           END-PERFORM.

           MOVE SPACES TO JOURNAL-OLD-VALUES.
           MOVE SPACES TO JOURNAL-NEW-VALUES.
           MOVE 1 TO OLD-VALUES-PTR.
           MOVE 1 TO NEW-VALUES-PTR.

           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT
               PERFORM 3350-UNDO-ONE-FOLD
                   THRU 3350-UNDO-ONE-FOLD-END
           END-PERFORM.

           IF FOLDS-UNDONE-COUNT > 0
               EXEC SQL
                   INSERT INTO databank_change_journal
                       (databank_id, changed_columns, change_type,
                        changed_at, program_name, old_values,
                        new_values)
                   VALUES
                       (:MRG-SURVIVOR-ID, 'unmerge', 'U',
                        CURRENT_TIMESTAMP, 'UnMerge',
                        :JOURNAL-OLD-VALUES, :JOURNAL-NEW-VALUES)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.
       3300-UNDO-SURVIVOR-FOLDS-END.
      ******************************************************************
       3350-UNDO-ONE-FOLD.
           MOVE SPACES TO PAIR-COLUMN-NAME.
           MOVE SPACES TO PAIR-COLUMN-VALUE.
           UNSTRING PAIR-ENTRY(PAIR-IDX) DELIMITED BY '='
               INTO PAIR-COLUMN-NAME PAIR-COLUMN-VALUE
           END-UNSTRING.

           EVALUATE PAIR-COLUMN-NAME
               WHEN 'country'
                   EXEC SQL
                       UPDATE databank
                       SET country = NULL
                       WHERE id = :MRG-SURVIVOR-ID
                         AND TRIM(COALESCE(country, ''))
                             = TRIM(:RST-COUNTRY)
                   END-EXEC
                   MOVE RST-COUNTRY TO PAIR-COLUMN-VALUE
               WHEN 'country_code'
                   EXEC SQL
                       UPDATE databank
                       SET country_code = NULL
                       WHERE id = :MRG-SURVIVOR-ID
                         AND TRIM(COALESCE(country_code, ''))
                             = TRIM(:RST-COUNTRY-CODE)
                   END-EXEC
                   MOVE RST-COUNTRY-CODE TO PAIR-COLUMN-VALUE
               WHEN 'gender'
                   EXEC SQL
                       UPDATE databank
                       SET gender = NULL
                       WHERE id = :MRG-SURVIVOR-ID
                         AND TRIM(COALESCE(gender, ''))
                             = TRIM(:RST-GENDER)
                   END-EXEC
                   MOVE RST-GENDER TO PAIR-COLUMN-VALUE
               WHEN 'spoken'
                   EXEC SQL
                       UPDATE databank
                       SET spoken = NULL
                       WHERE id = :MRG-SURVIVOR-ID
                         AND TRIM(COALESCE(spoken, ''))
                             = TRIM(:RST-SPOKEN)
                   END-EXEC
                   MOVE RST-SPOKEN TO PAIR-COLUMN-VALUE
               WHEN 'national_no'
                   EXEC SQL
                       UPDATE databank_store
                       SET national_no_enc = NULL,
                           national_no_token = NULL
                       WHERE id = :MRG-SURVIVOR-ID
                         AND national_no_token
                             = pii_token(:RST-NATIONAL-NO)
                   END-EXEC
                   MOVE RST-NATIONAL-NO TO PAIR-COLUMN-VALUE
               WHEN OTHER
                   GO TO 3350-UNDO-ONE-FOLD-END
           END-EVALUATE.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO FOLDS-UNDONE-COUNT
                   STRING FUNCTION TRIM(PAIR-COLUMN-NAME)
                              DELIMITED BY SIZE
                          '=' DELIMITED BY SIZE
                          FUNCTION TRIM(PAIR-COLUMN-VALUE)
                              DELIMITED BY SIZE
                          '|' DELIMITED BY SIZE
                          INTO JOURNAL-OLD-VALUES
                          POINTER OLD-VALUES-PTR
                   END-STRING
                   STRING FUNCTION TRIM(PAIR-COLUMN-NAME)
                              DELIMITED BY SIZE
                          '=|' DELIMITED BY SIZE
                          INTO JOURNAL-NEW-VALUES
                          POINTER NEW-VALUES-PTR
                   END-STRING
               WHEN +100
                   ADD 1 TO FOLDS-KEPT-COUNT
                   DISPLAY '  Survivor ' FUNCTION TRIM(PAIR-COLUMN-NAME)
                           ' changed since the merge - left as it is.'
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.
       3350-UNDO-ONE-FOLD-END.
      ******************************************************************
      * The merged person comes back under the id it had, with the
      * values it had when it was merged away and its original
      * creation date; the rebuild journals itself as an insert
      * carrying the image it restored.
       3400-RECREATE-MERGED-RECORD.
           MOVE ZERO TO RETRY-COUNT.
       3400-RECREATE-MERGED-RECORD-RETRY.
           EXEC SQL
               INSERT INTO databank_store
                   (id, last_name, first_name, email_enc, email_token,
                    country, country_code, age, gender, spoken,
                    birth_date_enc, national_no_enc,
                    national_no_token, status,
                    status_reason, status_date, street_enc, house_no,
                    box_no, postal_code, city,
                    address_status, email_status, load_batch_id,
                    created_at, last_name_key, first_name_key)
               VALUES
                   (:MRG-MERGED-ID,
                    TRIM(:RST-LAST-NAME),
                    TRIM(:RST-FIRST-NAME),
                    pii_encrypt(TRIM(:RST-EMAIL)),
                    pii_token(:RST-EMAIL),
                    TRIM(:RST-COUNTRY),
                    TRIM(:RST-COUNTRY-CODE),
                    CAST(NULLIF(TRIM(:RST-AGE), '') AS SMALLINT),
                    TRIM(:RST-GENDER),
                    TRIM(:RST-SPOKEN),
                    pii_encrypt(CAST(CAST(NULLIF(TRIM(:RST-BIRTH-DATE),
                                     '') AS DATE) AS VARCHAR)),
                    pii_encrypt(NULLIF(TRIM(:RST-NATIONAL-NO), '')),
                    pii_token(:RST-NATIONAL-NO),
                    COALESCE(NULLIF(TRIM(:RST-STATUS), ''), 'A'),
                    NULLIF(TRIM(:RST-STATUS-REASON), ''),
                    CURRENT_TIMESTAMP,
                    pii_encrypt(NULLIF(TRIM(:RST-STREET), '')),
                    NULLIF(TRIM(:RST-HOUSE-NO), ''),
                    NULLIF(TRIM(:RST-BOX-NO), ''),
                    NULLIF(TRIM(:RST-POSTAL-CODE), ''),
                    NULLIF(TRIM(:RST-CITY), ''),
                    NULLIF(TRIM(:RST-ADDRESS-STATUS), ''),
                    NULLIF(TRIM(:RST-EMAIL-STATUS), ''),
                    CAST(NULLIF(TRIM(:RST-LOAD-BATCH-ID), '')
                         AS INTEGER),
                    COALESCE(CAST(NULLIF(TRIM(:RST-CREATED-AT), '')
                                  AS TIMESTAMP), CURRENT_TIMESTAMP),
                    NULLIF(TRIM(:RST-LAST-KEY), ''),
                    NULLIF(TRIM(:RST-FIRST-KEY), ''))
           END-EXEC.

           IF SQLCODE = -30 AND RETRY-COUNT < RETRY-MAX-ATTEMPTS
               ADD 1 TO RETRY-COUNT
               DISPLAY 'Transient database error, retry ' RETRY-COUNT
                       ' of ' RETRY-MAX-ATTEMPTS '...'
               CALL 'C$SLEEP' USING RETRY-PAUSE-SECONDS
               GO TO 3400-RECREATE-MERGED-RECORD-RETRY
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO databank_change_journal
                   (databank_id, changed_columns, change_type,
                    changed_at, program_name, new_values)
               VALUES
                   (:MRG-MERGED-ID, '*', 'I', CURRENT_TIMESTAMP,
                    'UnMerge', :BEFORE-IMAGE)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3400-RECREATE-MERGED-RECORD-END.
      ******************************************************************
      * Consent, household, legal-hold and the other support rows that
      * OrphSwp re-pointed from the merged id to its survivor go back
      * to the merged id; orphan_finding is the record of what moved
      * where. Rows never swept still carry the merged id and simply
      * re-attach. A household head moved to the survivor follows its
      * membership back. Rows a sweep dropped as duplicates of the
      * survivor's own are listed for re-entry by hand.
       3500-MOVE-ROWS-BACK.
           EXEC SQL
               UPDATE consent_preference t
               SET databank_id = f.databank_id
               FROM orphan_finding f
               WHERE f.databank_id = :MRG-MERGED-ID
                 AND f.table_name = 'consent_preference'
                 AND f.column_name = 'databank_id'
                 AND f.action = 'REPOINT'
                 AND f.repaired_at IS NOT NULL
                 AND t.databank_id = f.survivor_id
                 AND t.channel = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE household_member t
               SET databank_id = f.databank_id
               FROM orphan_finding f
               WHERE f.databank_id = :MRG-MERGED-ID
                 AND f.table_name = 'household_member'
                 AND f.column_name = 'databank_id'
                 AND f.action = 'REPOINT'
                 AND f.repaired_at IS NOT NULL
                 AND t.databank_id = f.survivor_id
                 AND CAST(t.household_id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE legal_hold t
               SET databank_id = f.databank_id
               FROM orphan_finding f
               WHERE f.databank_id = :MRG-MERGED-ID
                 AND f.table_name = 'legal_hold'
                 AND f.column_name = 'databank_id'
                 AND f.action = 'REPOINT'
                 AND f.repaired_at IS NOT NULL
                 AND t.databank_id = f.survivor_id
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE mail_staging t
               SET databank_id = f.databank_id
               FROM orphan_finding f
               WHERE f.databank_id = :MRG-MERGED-ID
                 AND f.table_name = 'mail_staging'
                 AND f.column_name = 'databank_id'
                 AND f.action = 'REPOINT'
                 AND f.repaired_at IS NOT NULL
                 AND t.databank_id = f.survivor_id
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE deceased_review t
               SET databank_id = f.databank_id
               FROM orphan_finding f
               WHERE f.databank_id = :MRG-MERGED-ID
                 AND f.table_name = 'deceased_review'
                 AND f.column_name = 'databank_id'
                 AND f.action = 'REPOINT'
                 AND f.repaired_at IS NOT NULL
                 AND t.databank_id = f.survivor_id
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE pending_corrections t
               SET databank_id = f.databank_id
               FROM orphan_finding f
               WHERE f.databank_id = :MRG-MERGED-ID
                 AND f.table_name = 'pending_corrections'
                 AND f.column_name = 'databank_id'
                 AND f.action = 'REPOINT'
                 AND f.repaired_at IS NOT NULL
                 AND t.databank_id = f.survivor_id
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE pending_maint_changes t
               SET databank_id = f.databank_id
               FROM orphan_finding f
               WHERE f.databank_id = :MRG-MERGED-ID
                 AND f.table_name = 'pending_maint_changes'
                 AND f.column_name = 'databank_id'
                 AND f.action = 'REPOINT'
                 AND f.repaired_at IS NOT NULL
                 AND t.databank_id = f.survivor_id
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE contact_history t
               SET databank_id = f.databank_id
               FROM orphan_finding f
               WHERE f.databank_id = :MRG-MERGED-ID
                 AND f.table_name = 'contact_history'
                 AND f.column_name = 'databank_id'
                 AND f.action = 'REPOINT'
                 AND f.repaired_at IS NOT NULL
                 AND t.databank_id = f.survivor_id
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE campaign_response t
               SET databank_id = f.databank_id
               FROM orphan_finding f
               WHERE f.databank_id = :MRG-MERGED-ID
                 AND f.table_name = 'campaign_response'
                 AND f.column_name = 'databank_id'
                 AND f.action = 'REPOINT'
                 AND f.repaired_at IS NOT NULL
                 AND t.databank_id = f.survivor_id
                 AND t.campaign_id = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE post_return t
               SET databank_id = f.databank_id
               FROM orphan_finding f
               WHERE f.databank_id = :MRG-MERGED-ID
                 AND f.table_name = 'post_return'
                 AND f.column_name = 'databank_id'
                 AND f.action = 'REPOINT'
                 AND f.repaired_at IS NOT NULL
                 AND t.databank_id = f.survivor_id
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE address_forward t
               SET databank_id = f.databank_id
               FROM orphan_finding f
               WHERE f.databank_id = :MRG-MERGED-ID
                 AND f.table_name = 'address_forward'
                 AND f.column_name = 'databank_id'
                 AND f.action = 'REPOINT'
                 AND f.repaired_at IS NOT NULL
                 AND t.databank_id = f.survivor_id
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE guardian_link t
               SET minor_id = f.databank_id
               FROM orphan_finding f
               WHERE f.databank_id = :MRG-MERGED-ID
                 AND f.table_name = 'guardian_link'
                 AND f.column_name = 'minor_id'
                 AND f.action = 'REPOINT'
                 AND f.repaired_at IS NOT NULL
                 AND t.minor_id = f.survivor_id
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE guardian_link t
               SET guardian_id = f.databank_id
               FROM orphan_finding f
               WHERE f.databank_id = :MRG-MERGED-ID
                 AND f.table_name = 'guardian_link'
                 AND f.column_name = 'guardian_id'
                 AND f.action = 'REPOINT'
                 AND f.repaired_at IS NOT NULL
                 AND t.guardian_id = f.survivor_id
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
           EXEC SQL
               UPDATE household h
               SET head_id = f.databank_id
               FROM orphan_finding f
               WHERE f.databank_id = :MRG-MERGED-ID
                 AND f.table_name = 'household_member'
                 AND f.action = 'REPOINT'
                 AND f.repaired_at IS NOT NULL
                 AND f.row_ref = CAST(h.household_id AS VARCHAR)
                 AND h.head_id = f.survivor_id
                 AND NOT EXISTS
                     (SELECT 1 FROM household_member m
                       WHERE m.household_id = h.household_id
                         AND m.databank_id = f.survivor_id)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT (SELECT COUNT(*) FROM consent_preference
                        WHERE databank_id = :MRG-MERGED-ID)
                    + (SELECT COUNT(*) FROM household_member
                        WHERE databank_id = :MRG-MERGED-ID)
                    + (SELECT COUNT(*) FROM legal_hold
                        WHERE databank_id = :MRG-MERGED-ID)
                    + (SELECT COUNT(*) FROM mail_staging
                        WHERE databank_id = :MRG-MERGED-ID)
                    + (SELECT COUNT(*) FROM deceased_review
                        WHERE databank_id = :MRG-MERGED-ID)
                    + (SELECT COUNT(*) FROM pending_corrections
                        WHERE databank_id = :MRG-MERGED-ID)
                    + (SELECT COUNT(*) FROM pending_maint_changes
                        WHERE databank_id = :MRG-MERGED-ID)
                    + (SELECT COUNT(*) FROM contact_history
                        WHERE databank_id = :MRG-MERGED-ID)
                    + (SELECT COUNT(*) FROM campaign_response
                        WHERE databank_id = :MRG-MERGED-ID)
                    + (SELECT COUNT(*) FROM post_return
                        WHERE databank_id = :MRG-MERGED-ID)
                    + (SELECT COUNT(*) FROM address_forward
                        WHERE databank_id = :MRG-MERGED-ID)
                    + (SELECT COUNT(*) FROM guardian_link
                        WHERE minor_id = :MRG-MERGED-ID
                           OR guardian_id = :MRG-MERGED-ID)
               INTO :ROWS-BACK-COUNT
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE ZERO TO ROWS-DROPPED-COUNT.

           EXEC SQL DECLARE DROP_CUR CURSOR FOR
               SELECT table_name, row_ref, sweep_id
               FROM orphan_finding
               WHERE databank_id = :MRG-MERGED-ID
                 AND action = 'DUPDROP'
                 AND repaired_at IS NOT NULL
               ORDER BY sweep_id, table_name, row_ref
           END-EXEC.

           EXEC SQL OPEN DROP_CUR END-EXEC.

           MOVE 'N' TO DROPPED-EOF-SWITCH.
           PERFORM WITH TEST BEFORE UNTIL DROPPED-EOF
               EXEC SQL
                   FETCH DROP_CUR
                   INTO :DRP-TABLE, :DRP-ROW-REF, :DRP-SWEEP-ID
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO ROWS-DROPPED-COUNT
                       MOVE DRP-SWEEP-ID TO DISPLAY-COUNT
                       DISPLAY '  Dropped in orphan sweep '
                               FUNCTION TRIM(DISPLAY-COUNT) ': '
                               FUNCTION TRIM(DRP-TABLE) ' '
                               FUNCTION TRIM(DRP-ROW-REF)
                               ' - re-enter by hand if still needed.'
                   WHEN +100
                       SET DROPPED-EOF TO TRUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE DROP_CUR END-EXEC.
       3500-MOVE-ROWS-BACK-END.
      ******************************************************************
      * The merge entry is closed as undone, and the pair is kept as
      * two known-distinct people (lower id first) for DupChk and
      * DupMerge.
       3600-MARK-PAIR-APART.
           EXEC SQL
               UPDATE merge_audit
               SET unmerged_by = :PRV-OPERATOR-ID,
                   unmerged_at = CURRENT_TIMESTAMP
               WHERE id = :AUDIT-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO distinct_person_pair
                   (id_low, id_high, merge_audit_id, operator_id,
                    ticket_ref, marked_at)
               VALUES
                   (LEAST(TRIM(:MRG-SURVIVOR-ID),
                          TRIM(:MRG-MERGED-ID)),
                    GREATEST(TRIM(:MRG-SURVIVOR-ID),
                             TRIM(:MRG-MERGED-ID)),
                    :AUDIT-ID, :PRV-OPERATOR-ID, :PRV-TICKET-REF,
                    CURRENT_TIMESTAMP)
               ON CONFLICT (id_low, id_high) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3600-MARK-PAIR-APART-END.
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
      * Only an operator in the register with a right on this program
      * may run it; OprChk logs the refusal of anyone else.
       1040-CHECK-OPERATOR-RIGHT.
           MOVE 'UnMerge' TO OPR-PROGRAM-NAME.
           MOVE 'EXECUTE' TO OPR-MODE-NEEDED.
           MOVE SPACES TO PRV-KEY-VALUE.
           STRING 'merge ' DELIMITED BY SIZE
                  FUNCTION TRIM(AUDIT-ID-PARM) DELIMITED BY SIZE
                  INTO PRV-KEY-VALUE.
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
                   ('UnMerge', :PRV-OPERATOR-ID, :PRV-TICKET-REF,
                    :PRV-ACTION-DESC, :PRV-KEY-VALUE,
                    :PRV-ROW-COUNT, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8945-RECORD-PRIV-ACTION-END.
      ******************************************************************
