       IDENTIFICATION DIVISION.
       PROGRAM-ID. KeyRot.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYROT-REPORT-FILE ASSIGN TO KEYROT-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KEYROT-REPORT-FILE.
       01  KEYROT-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
      * Field encryption key rotation. The personal columns of
      * databank, the archive and the change journal images are held
      * encrypted, as are the field values of the maintenance tables,
      * the forwarding and household streets and the returned supplier
      * records; each value is tagged with the number of the key that
      * wrote it. To rotate, the new key goes first in the FIELDKEY
      * file with the old one left below it; this job then decrypts
      * every value still under an older key and encrypts it again
      * under the new one. Once it ends clean the old key line can be
      * taken out of the file. The search token key is not rotated -
      * that would mean recomputing every token, not re-encrypting.
      *   KeyRot <operator> <ticket>        - rotates
      *   KeyRot <operator> <ticket> DRYRUN - counts only
      * Rows are committed and checkpointed every few hundred, per
      * table, so a run that dies resumes where it stopped. A value
      * that none of the keys in the file decrypts is listed in the
      * report (KEYROT_yyyymmdd.TXT) and left as it is; the run then
      * ends with return code 4.
       01  KEYROT-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  CMD-LINE-PARM          PIC X(100) VALUE SPACES.
       01  MODE-PARM              PIC X(10) VALUE SPACES.
       01  DRY-RUN-SWITCH         PIC X VALUE 'N'.
           88  DRY-RUN-ON         VALUE 'Y'.
       01  ROW-EOF-SWITCH         PIC X VALUE 'N'.
           88  ROW-EOF            VALUE 'Y'.

       01  CHECKPOINT-INTERVAL    PIC 9(6) VALUE 500.
       01  ROWS-SINCE-CHECKPOINT  PIC 9(6) VALUE ZEROS.

       01  TABLE-LABEL            PIC X(30) VALUE SPACES.
       01  TABLE-EXAMINED-COUNT   PIC 9(9) VALUE ZEROS.
       01  TABLE-ROTATED-COUNT    PIC 9(9) VALUE ZEROS.
       01  TABLE-UNREADABLE-COUNT PIC 9(9) VALUE ZEROS.
       01  TOTAL-EXAMINED-COUNT   PIC 9(9) VALUE ZEROS.
       01  TOTAL-ROTATED-COUNT    PIC 9(9) VALUE ZEROS.
       01  TOTAL-UNREADABLE-COUNT PIC 9(9) VALUE ZEROS.

       01  PAGE-NUMBER            PIC 9(4) VALUE 1.
       01  PAGE-NUMBER-DISP       PIC ZZZ9.
       01  LINE-COUNT             PIC 9(3) VALUE 0.
       01  LINES-PER-PAGE         PIC 9(3) VALUE 60.
       01  REPORT-LINES-WRITTEN   PIC 9(6) VALUE ZEROS.
       01  REPORT-TITLE           PIC X(60) VALUE SPACES.
       01  REPORT-LINE            PIC X(132) VALUE SPACES.
       01  DASH-LINE              PIC X(100) VALUE ALL '-'.
       01  COUNT-DISP             PIC Z(8)9.
       01  KEY-DISP               PIC ZZ9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "JobRun.cpy".
       COPY "RptCat.cpy".
       COPY "PrivLog.cpy".
       COPY "OprVar.cpy".

       01  ROT-CURRENT-KEY        PIC S9(4) COMP-5 VALUE ZERO.
       01  ROT-KEY-FOUND          PIC S9(4) COMP-5 VALUE ZERO.
       01  ROT-ROW-ID             PIC X(36) VALUE SPACES.
       01  ROT-ROW-KEY            PIC X(64) VALUE SPACES.
       01  ROT-READABLE           PIC X(1) VALUE SPACES.
       01  ROT-KEYS-HELD          PIC X(30) VALUE SPACES.
       01  CKP-PROGRAM-NAME       PIC X(20) VALUE SPACES.
       01  CKP-LAST-ID            PIC X(36) VALUE SPACES.
       01  CKP-ROWS-PROCESSED     PIC S9(9) COMP-5 VALUE ZERO.
       COPY "SrcVar.cpy".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           MOVE 'KeyRot' TO JRL-PROGRAM-NAME.

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

           PERFORM 1070-START-JOB-RUN-LOG
               THRU 1070-START-JOB-RUN-LOG-END.

           PERFORM 1100-GET-PARMS
               THRU 1100-GET-PARMS-END.

           PERFORM 1040-CHECK-OPERATOR-RIGHT
               THRU 1040-CHECK-OPERATOR-RIGHT-END.

           PERFORM 1035-SET-CHANGE-SOURCE
               THRU 1035-SET-CHANGE-SOURCE-END.

           PERFORM 1060-GET-CURRENT-KEY
               THRU 1060-GET-CURRENT-KEY-END.

           PERFORM 2001-OPEN-REPORT-FILE
               THRU 2001-OPEN-REPORT-FILE-END.

           PERFORM 3001-ROTATE-DATABANK
               THRU 3001-ROTATE-DATABANK-END.

           PERFORM 3101-ROTATE-ARCHIVE
               THRU 3101-ROTATE-ARCHIVE-END.

           PERFORM 3201-ROTATE-JOURNAL
               THRU 3201-ROTATE-JOURNAL-END.

           PERFORM 3301-ROTATE-MAINT-CHANGES
               THRU 3301-ROTATE-MAINT-CHANGES-END.

           PERFORM 3351-ROTATE-MAINT-AUDIT
               THRU 3351-ROTATE-MAINT-AUDIT-END.

           PERFORM 3401-ROTATE-FORWARDS
               THRU 3401-ROTATE-FORWARDS-END.

           PERFORM 3451-ROTATE-PROPOSALS
               THRU 3451-ROTATE-PROPOSALS-END.

           PERFORM 3501-ROTATE-CROWDED
               THRU 3501-ROTATE-CROWDED-END.

           PERFORM 3551-ROTATE-SUPPLIER-RETURNS
               THRU 3551-ROTATE-SUPPLIER-RETURNS-END.

           PERFORM 4001-WRITE-RUN-TOTALS
               THRU 4001-WRITE-RUN-TOTALS-END.

           CLOSE KEYROT-REPORT-FILE.

           IF NOT DRY-RUN-ON
               MOVE SPACES TO PRV-ACTION-DESC
               STRING 'KEY ROTATION TO KEY ' DELIMITED BY SIZE
                      FUNCTION TRIM(KEY-DISP) DELIMITED BY SIZE
                      INTO PRV-ACTION-DESC
               MOVE 'databank, archive, journal and working tables'
                   TO PRV-KEY-VALUE
               MOVE TOTAL-ROTATED-COUNT TO PRV-ROW-COUNT
               PERFORM 8945-RECORD-PRIV-ACTION
                   THRU 8945-RECORD-PRIV-ACTION-END
           END-IF.

           MOVE TOTAL-EXAMINED-COUNT TO JRL-ROWS-READ.
           MOVE TOTAL-ROTATED-COUNT TO JRL-ROWS-UPDATED.
           MOVE TOTAL-UNREADABLE-COUNT TO JRL-ROWS-REJECTED.
           IF TOTAL-UNREADABLE-COUNT > 0
               MOVE 4 TO JRL-RETURN-CODE
           END-IF.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.

           MOVE 'KeyRot' TO CAT-PROGRAM-NAME.
           MOVE KEYROT-REPORT-FILENAME TO CAT-FILE-NAME.
           MOVE REPORT-LINES-WRITTEN TO CAT-LINE-COUNT.
           MOVE PAGE-NUMBER TO CAT-PAGE-COUNT.
           PERFORM 8910-REGISTER-REPORT
               THRU 8910-REGISTER-REPORT-END.

           MOVE TOTAL-UNREADABLE-COUNT TO COUNT-DISP.
           IF TOTAL-UNREADABLE-COUNT > 0
               DISPLAY 'Values no key in the key file could decrypt: '
                       COUNT-DISP ' - see '
                       FUNCTION TRIM(KEYROT-REPORT-FILENAME)
                       '. Keep the old key lines until they are '
                       'dealt with.'
           ELSE
               IF NOT DRY-RUN-ON
                   DISPLAY 'Every value is now under key '
                           FUNCTION TRIM(KEY-DISP)
                           ' - older key lines may be removed from '
                           'the key file.'
               END-IF
           END-IF.
           MOVE JRL-RETURN-CODE TO RETURN-CODE.
       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           STOP RUN.
      ******************************************************************
       1100-GET-PARMS.
           ACCEPT CMD-LINE-PARM FROM COMMAND-LINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.

           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO PRV-OPERATOR-ID PRV-TICKET-REF MODE-PARM
           END-UNSTRING.

           IF PRV-OPERATOR-ID = SPACES OR PRV-TICKET-REF = SPACES
               DISPLAY 'An operator id and a ticket/case reference '
                       'are required before this utility acts.'
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           MOVE FUNCTION UPPER-CASE(MODE-PARM) TO MODE-PARM.
           EVALUATE MODE-PARM
               WHEN SPACES
                   CONTINUE
               WHEN 'DRYRUN'
                   SET DRY-RUN-ON TO TRUE
                   DISPLAY 'Dry run - counting only, nothing is '
                           're-encrypted.'
               WHEN OTHER
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
           END-EVALUATE.
       1100-GET-PARMS-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: KeyRot <operator> <ticket> [DRYRUN]'.
           DISPLAY '  Put the new key first in the FIELDKEY file, '
                   'keep the old one below it, run KeyRot, then '
                   'remove the old key line.'.
           MOVE 8 TO JRL-RETURN-CODE.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       1150-SHOW-USAGE-END.
      ******************************************************************
      * Re-encrypting rewrites every personal value in the database,
      * so the run takes an EXECUTE right; the dry run only counts
      * and needs READ.
       1040-CHECK-OPERATOR-RIGHT.
           MOVE 'KeyRot' TO OPR-PROGRAM-NAME.
           IF DRY-RUN-ON
               MOVE 'READ' TO OPR-MODE-NEEDED
           ELSE
               MOVE 'EXECUTE' TO OPR-MODE-NEEDED
           END-IF.
           MOVE 'FIELD KEY ROTATION' TO PRV-KEY-VALUE.
           COPY "OprChk.cpy".

           IF OPR-DENIED-FLAG = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1040-CHECK-OPERATOR-RIGHT-END.
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
      * The provenance trigger on databank_store is told who is
      * rewriting the rows; this program is registered as changing no
      * value, so the source of every field stays as it was.
       1035-SET-CHANGE-SOURCE.
           MOVE 'KeyRot' TO SRC-PROGRAM-NAME.
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
      * The key new values are written under is the first numbered
      * line of the key file, handed to the session by DbProfil.
      * Without one there is nothing to rotate to.
       1060-GET-CURRENT-KEY.
           EXEC SQL
               SELECT CASE WHEN COALESCE(current_setting(
                                    'pii.key_current', true), '') = ''
                           THEN 0
                           ELSE CAST(current_setting('pii.key_current')
                                     AS INTEGER) END
               INTO :ROT-CURRENT-KEY
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF ROT-CURRENT-KEY = 0
               DISPLAY '*** No field encryption key in this session - '
                       'check the FIELDKEY file. ***'
               MOVE 8 TO JRL-RETURN-CODE
               PERFORM 8900-WRITE-JOB-RUN-LOG
                   THRU 8900-WRITE-JOB-RUN-LOG-END
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ROT-CURRENT-KEY TO KEY-DISP.
           DISPLAY 'Rotating to field key ' FUNCTION TRIM(KEY-DISP).
       1060-GET-CURRENT-KEY-END.
      ******************************************************************
       1070-START-JOB-RUN-LOG.
           EXEC SQL
               SELECT CAST(CURRENT_TIMESTAMP AS VARCHAR)
               INTO :JRL-STARTED-TS
           END-EXEC.
       1070-START-JOB-RUN-LOG-END.
      ******************************************************************
       2001-OPEN-REPORT-FILE.
           STRING 'KEYROT_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO KEYROT-REPORT-FILENAME.

           OPEN OUTPUT KEYROT-REPORT-FILE.

           MOVE 'Field encryption key rotation' TO REPORT-TITLE.
           MOVE 0 TO LINE-COUNT.
           MOVE 1 TO PAGE-NUMBER.
           MOVE ZEROS TO REPORT-LINES-WRITTEN.
           PERFORM 1300-PRINT-PAGE-HEADER
               THRU 1300-PRINT-PAGE-HEADER-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Run date: ' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '   Operator: ' DELIMITED BY SIZE
                  PRV-OPERATOR-ID DELIMITED BY SPACE
                  '   Ticket: ' DELIMITED BY SIZE
                  PRV-TICKET-REF DELIMITED BY SPACE
                  '   Target key: ' DELIMITED BY SIZE
                  FUNCTION TRIM(KEY-DISP) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           IF DRY-RUN-ON
               MOVE 'Dry run - values counted, none re-encrypted.'
                   TO REPORT-LINE
               PERFORM 1200-WRITE-REPORT-LINE
                   THRU 1200-WRITE-REPORT-LINE-END
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
       2001-OPEN-REPORT-FILE-END.
      ******************************************************************
      * Only rows holding a value under some other key are read. A
      * row is re-encrypted whole - all its personal columns in one
      * UPDATE - so it is never left half on one key and half on
      * another.
       3001-ROTATE-DATABANK.
           MOVE 'databank' TO TABLE-LABEL.
           MOVE 'KeyRot-DB' TO CKP-PROGRAM-NAME.
           PERFORM 3800-START-TABLE
               THRU 3800-START-TABLE-END.

           EXEC SQL DECLARE DB_CUR CURSOR WITH HOLD FOR
               SELECT id,
                      CASE WHEN pii_readable(email_enc) = 'Y'
                            AND pii_readable(birth_date_enc) = 'Y'
                            AND pii_readable(street_enc) = 'Y'
                            AND pii_readable(national_no_enc) = 'Y'
                           THEN 'Y' ELSE 'N' END,
                      CONCAT_WS('/', pii_key_no(email_enc),
                                pii_key_no(birth_date_enc),
                                pii_key_no(street_enc),
                                pii_key_no(national_no_enc))
               FROM databank_store
               WHERE id > :CKP-LAST-ID
                 AND (pii_key_no(email_enc) <> :ROT-CURRENT-KEY
                      OR pii_key_no(birth_date_enc) <> :ROT-CURRENT-KEY
                      OR pii_key_no(street_enc) <> :ROT-CURRENT-KEY
                      OR pii_key_no(national_no_enc)
                         <> :ROT-CURRENT-KEY)
               ORDER BY id
           END-EXEC.

           EXEC SQL OPEN DB_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 3020-FETCH-DATABANK-ROW
               THRU 3020-FETCH-DATABANK-ROW-END
               UNTIL ROW-EOF.

           EXEC SQL CLOSE DB_CUR END-EXEC.

           PERFORM 3890-FINISH-TABLE
               THRU 3890-FINISH-TABLE-END.
       3001-ROTATE-DATABANK-END.
      ******************************************************************
       3020-FETCH-DATABANK-ROW.
           EXEC SQL
               FETCH DB_CUR
               INTO :ROT-ROW-ID, :ROT-READABLE, :ROT-KEYS-HELD
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET ROW-EOF TO TRUE
                   GO TO 3020-FETCH-DATABANK-ROW-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           ADD 1 TO TABLE-EXAMINED-COUNT.

           IF ROT-READABLE NOT = 'Y'
               PERFORM 3750-REPORT-UNREADABLE-ROW
                   THRU 3750-REPORT-UNREADABLE-ROW-END
           ELSE
               IF NOT DRY-RUN-ON
                   EXEC SQL
                       UPDATE databank_store
                       SET email_enc =
                               pii_encrypt(pii_decrypt(email_enc)),
                           birth_date_enc =
                               pii_encrypt(pii_decrypt(birth_date_enc)),
                           street_enc =
                               pii_encrypt(pii_decrypt(street_enc)),
                           national_no_enc =
                               pii_encrypt(pii_decrypt(national_no_enc))
                       WHERE id = :ROT-ROW-ID
                   END-EXEC

                   IF SQLCODE NOT = 0
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
                   END-IF
               END-IF
               ADD 1 TO TABLE-ROTATED-COUNT
           END-IF.

           PERFORM 3850-BUMP-CHECKPOINT
               THRU 3850-BUMP-CHECKPOINT-END.
       3020-FETCH-DATABANK-ROW-END.
      ******************************************************************
       3101-ROTATE-ARCHIVE.
           MOVE 'databank_archive' TO TABLE-LABEL.
           MOVE 'KeyRot-ARC' TO CKP-PROGRAM-NAME.
           PERFORM 3800-START-TABLE
               THRU 3800-START-TABLE-END.

           EXEC SQL DECLARE ARC_CUR CURSOR WITH HOLD FOR
               SELECT id,
                      CASE WHEN pii_readable(email_enc) = 'Y'
                            AND pii_readable(birth_date_enc) = 'Y'
                            AND pii_readable(street_enc) = 'Y'
                            AND pii_readable(national_no_enc) = 'Y'
                           THEN 'Y' ELSE 'N' END,
                      CONCAT_WS('/', pii_key_no(email_enc),
                                pii_key_no(birth_date_enc),
                                pii_key_no(street_enc),
                                pii_key_no(national_no_enc))
               FROM databank_archive_store
               WHERE id > :CKP-LAST-ID
                 AND (pii_key_no(email_enc) <> :ROT-CURRENT-KEY
                      OR pii_key_no(birth_date_enc) <> :ROT-CURRENT-KEY
                      OR pii_key_no(street_enc) <> :ROT-CURRENT-KEY
                      OR pii_key_no(national_no_enc)
                         <> :ROT-CURRENT-KEY)
               ORDER BY id
           END-EXEC.

           EXEC SQL OPEN ARC_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 3120-FETCH-ARCHIVE-ROW
               THRU 3120-FETCH-ARCHIVE-ROW-END
               UNTIL ROW-EOF.

           EXEC SQL CLOSE ARC_CUR END-EXEC.

           PERFORM 3890-FINISH-TABLE
               THRU 3890-FINISH-TABLE-END.
       3101-ROTATE-ARCHIVE-END.
      ******************************************************************
       3120-FETCH-ARCHIVE-ROW.
           EXEC SQL
               FETCH ARC_CUR
               INTO :ROT-ROW-ID, :ROT-READABLE, :ROT-KEYS-HELD
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET ROW-EOF TO TRUE
                   GO TO 3120-FETCH-ARCHIVE-ROW-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           ADD 1 TO TABLE-EXAMINED-COUNT.

           IF ROT-READABLE NOT = 'Y'
               PERFORM 3750-REPORT-UNREADABLE-ROW
                   THRU 3750-REPORT-UNREADABLE-ROW-END
           ELSE
               IF NOT DRY-RUN-ON
                   EXEC SQL
                       UPDATE databank_archive_store
                       SET email_enc =
                               pii_encrypt(pii_decrypt(email_enc)),
                           birth_date_enc =
                               pii_encrypt(pii_decrypt(birth_date_enc)),
                           street_enc =
                               pii_encrypt(pii_decrypt(street_enc)),
                           national_no_enc =
                               pii_encrypt(pii_decrypt(national_no_enc))
                       WHERE id = :ROT-ROW-ID
                   END-EXEC

                   IF SQLCODE NOT = 0
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
                   END-IF
               END-IF
               ADD 1 TO TABLE-ROTATED-COUNT
           END-IF.

           PERFORM 3850-BUMP-CHECKPOINT
               THRU 3850-BUMP-CHECKPOINT-END.
       3120-FETCH-ARCHIVE-ROW-END.
      ******************************************************************
      * Journal ids are serial numbers; they are carried zero-padded
      * so the checkpoint, which holds text, still orders them.
       3201-ROTATE-JOURNAL.
           MOVE 'databank_change_journal' TO TABLE-LABEL.
           MOVE 'KeyRot-JRN' TO CKP-PROGRAM-NAME.
           PERFORM 3800-START-TABLE
               THRU 3800-START-TABLE-END.

           EXEC SQL DECLARE JRN_CUR CURSOR WITH HOLD FOR
               SELECT LPAD(CAST(id AS VARCHAR), 12, '0'),
                      CASE WHEN pii_readable(old_values_enc) = 'Y'
                            AND pii_readable(new_values_enc) = 'Y'
                           THEN 'Y' ELSE 'N' END,
                      CONCAT_WS('/', pii_key_no(old_values_enc),
                                pii_key_no(new_values_enc))
               FROM databank_change_journal_store
               WHERE LPAD(CAST(id AS VARCHAR), 12, '0') > :CKP-LAST-ID
                 AND (pii_key_no(old_values_enc) <> :ROT-CURRENT-KEY
                      OR pii_key_no(new_values_enc) <> :ROT-CURRENT-KEY)
               ORDER BY id
           END-EXEC.

           EXEC SQL OPEN JRN_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 3220-FETCH-JOURNAL-ROW
               THRU 3220-FETCH-JOURNAL-ROW-END
               UNTIL ROW-EOF.

           EXEC SQL CLOSE JRN_CUR END-EXEC.

           PERFORM 3890-FINISH-TABLE
               THRU 3890-FINISH-TABLE-END.
       3201-ROTATE-JOURNAL-END.
      ******************************************************************
       3220-FETCH-JOURNAL-ROW.
           EXEC SQL
               FETCH JRN_CUR
               INTO :ROT-ROW-ID, :ROT-READABLE, :ROT-KEYS-HELD
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET ROW-EOF TO TRUE
                   GO TO 3220-FETCH-JOURNAL-ROW-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           ADD 1 TO TABLE-EXAMINED-COUNT.

           IF ROT-READABLE NOT = 'Y'
               PERFORM 3750-REPORT-UNREADABLE-ROW
                   THRU 3750-REPORT-UNREADABLE-ROW-END
           ELSE
               IF NOT DRY-RUN-ON
                   EXEC SQL
                       UPDATE databank_change_journal_store
                       SET old_values_enc =
                               pii_encrypt(pii_decrypt(old_values_enc)),
                           new_values_enc =
                               pii_encrypt(pii_decrypt(new_values_enc))
                       WHERE id = CAST(:ROT-ROW-ID AS INTEGER)
                   END-EXEC

                   IF SQLCODE NOT = 0
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
                   END-IF
               END-IF
               ADD 1 TO TABLE-ROTATED-COUNT
           END-IF.

           PERFORM 3850-BUMP-CHECKPOINT
               THRU 3850-BUMP-CHECKPOINT-END.
       3220-FETCH-JOURNAL-ROW-END.
      ******************************************************************
      * The maintenance tables hold the old and new field values a
      * change carries, under the same keys as the record itself.
      * Their ids are serial numbers, padded as for the journal.
       3301-ROTATE-MAINT-CHANGES.
           MOVE 'pending_maint_changes' TO TABLE-LABEL.
           MOVE 'KeyRot-PMC' TO CKP-PROGRAM-NAME.
           PERFORM 3800-START-TABLE
               THRU 3800-START-TABLE-END.

           EXEC SQL DECLARE PMC_CUR CURSOR WITH HOLD FOR
               SELECT LPAD(CAST(id AS VARCHAR), 12, '0'),
                      CASE WHEN pii_readable(old_value_enc) = 'Y'
                            AND pii_readable(new_value_enc) = 'Y'
                           THEN 'Y' ELSE 'N' END,
                      CONCAT_WS('/', pii_key_no(old_value_enc),
                                pii_key_no(new_value_enc))
               FROM pending_maint_changes_store
               WHERE LPAD(CAST(id AS VARCHAR), 12, '0') > :CKP-LAST-ID
                 AND (pii_key_no(old_value_enc) <> :ROT-CURRENT-KEY
                      OR pii_key_no(new_value_enc) <> :ROT-CURRENT-KEY)
               ORDER BY id
           END-EXEC.

           EXEC SQL OPEN PMC_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 3320-FETCH-MAINT-CHANGE-ROW
               THRU 3320-FETCH-MAINT-CHANGE-ROW-END
               UNTIL ROW-EOF.

           EXEC SQL CLOSE PMC_CUR END-EXEC.

           PERFORM 3890-FINISH-TABLE
               THRU 3890-FINISH-TABLE-END.
       3301-ROTATE-MAINT-CHANGES-END.
      ******************************************************************
       3320-FETCH-MAINT-CHANGE-ROW.
           EXEC SQL
               FETCH PMC_CUR
               INTO :ROT-ROW-ID, :ROT-READABLE, :ROT-KEYS-HELD
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET ROW-EOF TO TRUE
                   GO TO 3320-FETCH-MAINT-CHANGE-ROW-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           ADD 1 TO TABLE-EXAMINED-COUNT.

           IF ROT-READABLE NOT = 'Y'
               PERFORM 3750-REPORT-UNREADABLE-ROW
                   THRU 3750-REPORT-UNREADABLE-ROW-END
           ELSE
               IF NOT DRY-RUN-ON
                   EXEC SQL
                       UPDATE pending_maint_changes_store
                       SET old_value_enc =
                               pii_encrypt(pii_decrypt(old_value_enc)),
                           new_value_enc =
                               pii_encrypt(pii_decrypt(new_value_enc))
                       WHERE id = CAST(:ROT-ROW-ID AS INTEGER)
                   END-EXEC

                   IF SQLCODE NOT = 0
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
                   END-IF
               END-IF
               ADD 1 TO TABLE-ROTATED-COUNT
           END-IF.

           PERFORM 3850-BUMP-CHECKPOINT
               THRU 3850-BUMP-CHECKPOINT-END.
       3320-FETCH-MAINT-CHANGE-ROW-END.
      ******************************************************************
       3351-ROTATE-MAINT-AUDIT.
           MOVE 'databank_maint_audit' TO TABLE-LABEL.
           MOVE 'KeyRot-MAU' TO CKP-PROGRAM-NAME.
           PERFORM 3800-START-TABLE
               THRU 3800-START-TABLE-END.

           EXEC SQL DECLARE MAU_CUR CURSOR WITH HOLD FOR
               SELECT LPAD(CAST(id AS VARCHAR), 12, '0'),
                      CASE WHEN pii_readable(old_value_enc) = 'Y'
                            AND pii_readable(new_value_enc) = 'Y'
                           THEN 'Y' ELSE 'N' END,
                      CONCAT_WS('/', pii_key_no(old_value_enc),
                                pii_key_no(new_value_enc))
               FROM databank_maint_audit_store
               WHERE LPAD(CAST(id AS VARCHAR), 12, '0') > :CKP-LAST-ID
                 AND (pii_key_no(old_value_enc) <> :ROT-CURRENT-KEY
                      OR pii_key_no(new_value_enc) <> :ROT-CURRENT-KEY)
               ORDER BY id
           END-EXEC.

           EXEC SQL OPEN MAU_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 3370-FETCH-MAINT-AUDIT-ROW
               THRU 3370-FETCH-MAINT-AUDIT-ROW-END
               UNTIL ROW-EOF.

           EXEC SQL CLOSE MAU_CUR END-EXEC.

           PERFORM 3890-FINISH-TABLE
               THRU 3890-FINISH-TABLE-END.
       3351-ROTATE-MAINT-AUDIT-END.
      ******************************************************************
       3370-FETCH-MAINT-AUDIT-ROW.
           EXEC SQL
               FETCH MAU_CUR
               INTO :ROT-ROW-ID, :ROT-READABLE, :ROT-KEYS-HELD
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET ROW-EOF TO TRUE
                   GO TO 3370-FETCH-MAINT-AUDIT-ROW-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           ADD 1 TO TABLE-EXAMINED-COUNT.

           IF ROT-READABLE NOT = 'Y'
               PERFORM 3750-REPORT-UNREADABLE-ROW
                   THRU 3750-REPORT-UNREADABLE-ROW-END
           ELSE
               IF NOT DRY-RUN-ON
                   EXEC SQL
                       UPDATE databank_maint_audit_store
                       SET old_value_enc =
                               pii_encrypt(pii_decrypt(old_value_enc)),
                           new_value_enc =
                               pii_encrypt(pii_decrypt(new_value_enc))
                       WHERE id = CAST(:ROT-ROW-ID AS INTEGER)
                   END-EXEC

                   IF SQLCODE NOT = 0
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
                   END-IF
               END-IF
               ADD 1 TO TABLE-ROTATED-COUNT
           END-IF.

           PERFORM 3850-BUMP-CHECKPOINT
               THRU 3850-BUMP-CHECKPOINT-END.
       3370-FETCH-MAINT-AUDIT-ROW-END.
      ******************************************************************
       3401-ROTATE-FORWARDS.
           MOVE 'address_forward' TO TABLE-LABEL.
           MOVE 'KeyRot-FWD' TO CKP-PROGRAM-NAME.
           PERFORM 3800-START-TABLE
               THRU 3800-START-TABLE-END.

           EXEC SQL DECLARE FWD_CUR CURSOR WITH HOLD FOR
               SELECT LPAD(CAST(id AS VARCHAR), 12, '0'),
                      CASE WHEN pii_readable(old_street_enc) = 'Y'
                            AND pii_readable(new_street_enc) = 'Y'
                           THEN 'Y' ELSE 'N' END,
                      CONCAT_WS('/', pii_key_no(old_street_enc),
                                pii_key_no(new_street_enc))
               FROM address_forward_store
               WHERE LPAD(CAST(id AS VARCHAR), 12, '0') > :CKP-LAST-ID
                 AND (pii_key_no(old_street_enc) <> :ROT-CURRENT-KEY
                      OR pii_key_no(new_street_enc) <> :ROT-CURRENT-KEY)
               ORDER BY id
           END-EXEC.

           EXEC SQL OPEN FWD_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 3420-FETCH-FORWARD-ROW
               THRU 3420-FETCH-FORWARD-ROW-END
               UNTIL ROW-EOF.

           EXEC SQL CLOSE FWD_CUR END-EXEC.

           PERFORM 3890-FINISH-TABLE
               THRU 3890-FINISH-TABLE-END.
       3401-ROTATE-FORWARDS-END.
      ******************************************************************
       3420-FETCH-FORWARD-ROW.
           EXEC SQL
               FETCH FWD_CUR
               INTO :ROT-ROW-ID, :ROT-READABLE, :ROT-KEYS-HELD
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET ROW-EOF TO TRUE
                   GO TO 3420-FETCH-FORWARD-ROW-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           ADD 1 TO TABLE-EXAMINED-COUNT.

           IF ROT-READABLE NOT = 'Y'
               PERFORM 3750-REPORT-UNREADABLE-ROW
                   THRU 3750-REPORT-UNREADABLE-ROW-END
           ELSE
               IF NOT DRY-RUN-ON
                   EXEC SQL
                       UPDATE address_forward_store
                       SET old_street_enc =
                               pii_encrypt(pii_decrypt(old_street_enc)),
                           new_street_enc =
                               pii_encrypt(pii_decrypt(new_street_enc))
                       WHERE id = CAST(:ROT-ROW-ID AS INTEGER)
                   END-EXEC

                   IF SQLCODE NOT = 0
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
                   END-IF
               END-IF
               ADD 1 TO TABLE-ROTATED-COUNT
           END-IF.

           PERFORM 3850-BUMP-CHECKPOINT
               THRU 3850-BUMP-CHECKPOINT-END.
       3420-FETCH-FORWARD-ROW-END.
      ******************************************************************
       3451-ROTATE-PROPOSALS.
           MOVE 'household_proposal' TO TABLE-LABEL.
           MOVE 'KeyRot-HHP' TO CKP-PROGRAM-NAME.
           PERFORM 3800-START-TABLE
               THRU 3800-START-TABLE-END.

           EXEC SQL DECLARE HHP_CUR CURSOR WITH HOLD FOR
               SELECT LPAD(CAST(id AS VARCHAR), 12, '0'),
                      pii_readable(street_enc),
                      CAST(pii_key_no(street_enc) AS VARCHAR)
               FROM household_proposal_store
               WHERE LPAD(CAST(id AS VARCHAR), 12, '0') > :CKP-LAST-ID
                 AND pii_key_no(street_enc) <> :ROT-CURRENT-KEY
               ORDER BY id
           END-EXEC.

           EXEC SQL OPEN HHP_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 3470-FETCH-PROPOSAL-ROW
               THRU 3470-FETCH-PROPOSAL-ROW-END
               UNTIL ROW-EOF.

           EXEC SQL CLOSE HHP_CUR END-EXEC.

           PERFORM 3890-FINISH-TABLE
               THRU 3890-FINISH-TABLE-END.
       3451-ROTATE-PROPOSALS-END.
      ******************************************************************
       3470-FETCH-PROPOSAL-ROW.
           EXEC SQL
               FETCH HHP_CUR
               INTO :ROT-ROW-ID, :ROT-READABLE, :ROT-KEYS-HELD
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET ROW-EOF TO TRUE
                   GO TO 3470-FETCH-PROPOSAL-ROW-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           ADD 1 TO TABLE-EXAMINED-COUNT.

           IF ROT-READABLE NOT = 'Y'
               PERFORM 3750-REPORT-UNREADABLE-ROW
                   THRU 3750-REPORT-UNREADABLE-ROW-END
           ELSE
               IF NOT DRY-RUN-ON
                   EXEC SQL
                       UPDATE household_proposal_store
                       SET street_enc =
                               pii_encrypt(pii_decrypt(street_enc))
                       WHERE id = CAST(:ROT-ROW-ID AS INTEGER)
                   END-EXEC

                   IF SQLCODE NOT = 0
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
                   END-IF
               END-IF
               ADD 1 TO TABLE-ROTATED-COUNT
           END-IF.

           PERFORM 3850-BUMP-CHECKPOINT
               THRU 3850-BUMP-CHECKPOINT-END.
       3470-FETCH-PROPOSAL-ROW-END.
      ******************************************************************
      * A crowded address is keyed by its address token, longer than
      * the row id the checkpoint and the report carry. The row is
      * updated by the full token; the checkpoint keeps its first
      * part, so a resumed run may look at one row again, which the
      * key test then passes over if it was already done.
       3501-ROTATE-CROWDED.
           MOVE 'crowded_address' TO TABLE-LABEL.
           MOVE 'KeyRot-CRW' TO CKP-PROGRAM-NAME.
           PERFORM 3800-START-TABLE
               THRU 3800-START-TABLE-END.

           EXEC SQL DECLARE CRW_CUR CURSOR WITH HOLD FOR
               SELECT address_key,
                      pii_readable(street_enc),
                      CAST(pii_key_no(street_enc) AS VARCHAR)
               FROM crowded_address_store
               WHERE address_key > :CKP-LAST-ID
                 AND pii_key_no(street_enc) <> :ROT-CURRENT-KEY
               ORDER BY address_key
           END-EXEC.

           EXEC SQL OPEN CRW_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 3520-FETCH-CROWDED-ROW
               THRU 3520-FETCH-CROWDED-ROW-END
               UNTIL ROW-EOF.

           EXEC SQL CLOSE CRW_CUR END-EXEC.

           PERFORM 3890-FINISH-TABLE
               THRU 3890-FINISH-TABLE-END.
       3501-ROTATE-CROWDED-END.
      ******************************************************************
       3520-FETCH-CROWDED-ROW.
           EXEC SQL
               FETCH CRW_CUR
               INTO :ROT-ROW-KEY, :ROT-READABLE, :ROT-KEYS-HELD
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET ROW-EOF TO TRUE
                   GO TO 3520-FETCH-CROWDED-ROW-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           MOVE ROT-ROW-KEY TO ROT-ROW-ID.

           ADD 1 TO TABLE-EXAMINED-COUNT.

           IF ROT-READABLE NOT = 'Y'
               PERFORM 3750-REPORT-UNREADABLE-ROW
                   THRU 3750-REPORT-UNREADABLE-ROW-END
           ELSE
               IF NOT DRY-RUN-ON
                   EXEC SQL
                       UPDATE crowded_address_store
                       SET street_enc =
                               pii_encrypt(pii_decrypt(street_enc))
                       WHERE address_key = :ROT-ROW-KEY
                   END-EXEC

                   IF SQLCODE NOT = 0
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
                   END-IF
               END-IF
               ADD 1 TO TABLE-ROTATED-COUNT
           END-IF.

           PERFORM 3850-BUMP-CHECKPOINT
               THRU 3850-BUMP-CHECKPOINT-END.
       3520-FETCH-CROWDED-ROW-END.
      ******************************************************************
      * A returned supplier row is keyed by batch and record number;
      * both go into the row id, twelve padded digits each.
       3551-ROTATE-SUPPLIER-RETURNS.
           MOVE 'supplier_return_row' TO TABLE-LABEL.
           MOVE 'KeyRot-SRR' TO CKP-PROGRAM-NAME.
           PERFORM 3800-START-TABLE
               THRU 3800-START-TABLE-END.

           EXEC SQL DECLARE SRR_CUR CURSOR WITH HOLD FOR
               SELECT LPAD(CAST(batch_id AS VARCHAR), 12, '0')
                          || LPAD(CAST(record_no AS VARCHAR), 12, '0'),
                      pii_readable(original_record_enc),
                      CAST(pii_key_no(original_record_enc) AS VARCHAR)
               FROM supplier_return_row
               WHERE LPAD(CAST(batch_id AS VARCHAR), 12, '0')
                     || LPAD(CAST(record_no AS VARCHAR), 12, '0')
                     > :CKP-LAST-ID
                 AND pii_key_no(original_record_enc) <> :ROT-CURRENT-KEY
               ORDER BY batch_id, record_no
           END-EXEC.

           EXEC SQL OPEN SRR_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 3570-FETCH-SUPPLIER-RETURN-ROW
               THRU 3570-FETCH-SUPPLIER-RETURN-ROW-END
               UNTIL ROW-EOF.

           EXEC SQL CLOSE SRR_CUR END-EXEC.

           PERFORM 3890-FINISH-TABLE
               THRU 3890-FINISH-TABLE-END.
       3551-ROTATE-SUPPLIER-RETURNS-END.
      ******************************************************************
       3570-FETCH-SUPPLIER-RETURN-ROW.
           EXEC SQL
               FETCH SRR_CUR
               INTO :ROT-ROW-ID, :ROT-READABLE, :ROT-KEYS-HELD
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET ROW-EOF TO TRUE
                   GO TO 3570-FETCH-SUPPLIER-RETURN-ROW-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           ADD 1 TO TABLE-EXAMINED-COUNT.

           IF ROT-READABLE NOT = 'Y'
               PERFORM 3750-REPORT-UNREADABLE-ROW
                   THRU 3750-REPORT-UNREADABLE-ROW-END
           ELSE
               IF NOT DRY-RUN-ON
                   EXEC SQL
                       UPDATE supplier_return_row
                       SET original_record_enc =
                               pii_encrypt(pii_decrypt(
                                   original_record_enc))
                       WHERE batch_id =
                             CAST(SUBSTRING(:ROT-ROW-ID FROM 1 FOR 12)
                                  AS INTEGER)
                         AND record_no =
                             CAST(SUBSTRING(:ROT-ROW-ID FROM 13 FOR 12)
                                  AS INTEGER)
                   END-EXEC

                   IF SQLCODE NOT = 0
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
                   END-IF
               END-IF
               ADD 1 TO TABLE-ROTATED-COUNT
           END-IF.

           PERFORM 3850-BUMP-CHECKPOINT
               THRU 3850-BUMP-CHECKPOINT-END.
       3570-FETCH-SUPPLIER-RETURN-ROW-END.
      ******************************************************************
      * The unreadable value is left exactly as it is: it is still
      * under a key the file no longer holds, and the report says
      * which, so the right key can be found and the run repeated.
       3750-REPORT-UNREADABLE-ROW.
           ADD 1 TO TABLE-UNREADABLE-COUNT.

           MOVE SPACES TO REPORT-LINE.
           STRING '  Cannot decrypt: ' DELIMITED BY SIZE
                  TABLE-LABEL DELIMITED BY SPACE
                  ' id ' DELIMITED BY SIZE
                  ROT-ROW-ID DELIMITED BY SPACE
                  '   value keys ' DELIMITED BY SIZE
                  ROT-KEYS-HELD DELIMITED BY SPACE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
       3750-REPORT-UNREADABLE-ROW-END.
      ******************************************************************
      * Each table keeps its own checkpoint row in corrige_checkpoint,
      * so a restart skips the tables already done and resumes inside
      * the one that was running. A dry run neither reads nor leaves
      * one.
       3800-START-TABLE.
           MOVE 'N' TO ROW-EOF-SWITCH.
           MOVE ZEROS TO TABLE-EXAMINED-COUNT TABLE-ROTATED-COUNT
                         TABLE-UNREADABLE-COUNT ROWS-SINCE-CHECKPOINT.
           MOVE SPACES TO CKP-LAST-ID.
           MOVE ZERO TO CKP-ROWS-PROCESSED.

           IF DRY-RUN-ON
               GO TO 3800-START-TABLE-END
           END-IF.

           EXEC SQL
               SELECT last_id, rows_processed
               INTO :CKP-LAST-ID, :CKP-ROWS-PROCESSED
               FROM corrige_checkpoint
               WHERE program_name = :CKP-PROGRAM-NAME
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY 'Resuming ' FUNCTION TRIM(TABLE-LABEL)
                           ' after id: ' CKP-LAST-ID
               WHEN +100
                   MOVE SPACES TO CKP-LAST-ID
                   MOVE ZERO TO CKP-ROWS-PROCESSED
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.
       3800-START-TABLE-END.
      ******************************************************************
       3850-BUMP-CHECKPOINT.
           IF DRY-RUN-ON
               GO TO 3850-BUMP-CHECKPOINT-END
           END-IF.

           ADD 1 TO ROWS-SINCE-CHECKPOINT.
           ADD 1 TO CKP-ROWS-PROCESSED.
           MOVE ROT-ROW-ID TO CKP-LAST-ID.

           IF ROWS-SINCE-CHECKPOINT >= CHECKPOINT-INTERVAL
               PERFORM 3860-SAVE-CHECKPOINT
                   THRU 3860-SAVE-CHECKPOINT-END
               MOVE ZEROS TO ROWS-SINCE-CHECKPOINT
           END-IF.
       3850-BUMP-CHECKPOINT-END.
      ******************************************************************
      * The checkpoint row goes in the same unit of work as the rows
      * it covers.
       3860-SAVE-CHECKPOINT.
           EXEC SQL
               INSERT INTO corrige_checkpoint
                   (program_name, last_id, rows_processed, updated_at)
               VALUES
                   (:CKP-PROGRAM-NAME, :CKP-LAST-ID,
                    :CKP-ROWS-PROCESSED, CURRENT_TIMESTAMP)
               ON CONFLICT (program_name) DO UPDATE
                   SET last_id = :CKP-LAST-ID,
                       rows_processed = :CKP-ROWS-PROCESSED,
                       updated_at = CURRENT_TIMESTAMP
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
       3860-SAVE-CHECKPOINT-END.
      ******************************************************************
       3890-FINISH-TABLE.
           IF NOT DRY-RUN-ON
               EXEC SQL
                   DELETE FROM corrige_checkpoint
                   WHERE program_name = :CKP-PROGRAM-NAME
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL COMMIT WORK END-EXEC
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING FUNCTION TRIM(TABLE-LABEL) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE TABLE-EXAMINED-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING '  Rows under an older key:   ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE TABLE-ROTATED-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           IF DRY-RUN-ON
               STRING '  Rows that would move:      ' DELIMITED BY SIZE
                      COUNT-DISP DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING '  Rows re-encrypted:         ' DELIMITED BY SIZE
                      COUNT-DISP DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE TABLE-UNREADABLE-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING '  Rows that cannot decrypt:  ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           DISPLAY FUNCTION TRIM(TABLE-LABEL) ': '
                   TABLE-EXAMINED-COUNT ' examined, '
                   TABLE-ROTATED-COUNT ' re-encrypted, '
                   TABLE-UNREADABLE-COUNT ' unreadable'.

           ADD TABLE-EXAMINED-COUNT TO TOTAL-EXAMINED-COUNT.
           ADD TABLE-ROTATED-COUNT TO TOTAL-ROTATED-COUNT.
           ADD TABLE-UNREADABLE-COUNT TO TOTAL-UNREADABLE-COUNT.
       3890-FINISH-TABLE-END.
      ******************************************************************
       4001-WRITE-RUN-TOTALS.
           MOVE DASH-LINE TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE TOTAL-ROTATED-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Total rows re-encrypted:     ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE TOTAL-UNREADABLE-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Total rows that cannot decrypt: ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRUE
               WHEN TOTAL-UNREADABLE-COUNT > 0
                   MOVE 'Keep the older key lines until the rows above '
                     & 'are resolved.' TO REPORT-LINE
               WHEN DRY-RUN-ON
                   MOVE 'Dry run - run again without DRYRUN to rotate.'
                       TO REPORT-LINE
               WHEN OTHER
                   MOVE 'All values are under the target key; older '
                     & 'key lines may go.' TO REPORT-LINE
           END-EVALUATE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
       4001-WRITE-RUN-TOTALS-END.
      ******************************************************************
       1200-WRITE-REPORT-LINE.
           WRITE KEYROT-REPORT-LINE FROM REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO REPORT-LINES-WRITTEN.

           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 1300-PRINT-PAGE-HEADER
                   THRU 1300-PRINT-PAGE-HEADER-END
           END-IF.
       1200-WRITE-REPORT-LINE-END.
      ******************************************************************
       1300-PRINT-PAGE-HEADER.
           IF LINE-COUNT NOT = 0
               ADD 1 TO PAGE-NUMBER
           END-IF.

           MOVE PAGE-NUMBER TO PAGE-NUMBER-DISP.

           MOVE SPACES TO REPORT-LINE.
           STRING REPORT-TITLE DELIMITED BY '  '
                  '   Page: ' DELIMITED BY SIZE
                  PAGE-NUMBER-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE KEYROT-REPORT-LINE FROM REPORT-LINE.
           WRITE KEYROT-REPORT-LINE FROM DASH-LINE.
           ADD 2 TO REPORT-LINES-WRITTEN.

           MOVE 2 TO LINE-COUNT.
           MOVE SPACES TO REPORT-LINE.
       1300-PRINT-PAGE-HEADER-END.
      ******************************************************************
       8900-WRITE-JOB-RUN-LOG.
           EXEC SQL
               INSERT INTO job_run_log
                   (program_name, started_at, ended_at, rows_read,
                    rows_updated, rows_rejected, return_code)
               VALUES
                   (:JRL-PROGRAM-NAME,
                    CAST(:JRL-STARTED-TS AS TIMESTAMP),
                    CURRENT_TIMESTAMP, :JRL-ROWS-READ,
                    :JRL-ROWS-UPDATED, :JRL-ROWS-REJECTED,
                    :JRL-RETURN-CODE)
           END-EXEC.
       8900-WRITE-JOB-RUN-LOG-END.
      ******************************************************************
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.

           MOVE 'KeyRot' TO ERR-PROGRAM-NAME.
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
           MOVE 8 TO JRL-RETURN-CODE.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
      ******************************************************************
       8945-RECORD-PRIV-ACTION.
           EXEC SQL
               INSERT INTO privileged_action_log
                   (program_name, operator_id, ticket_ref,
                    action_desc, key_value, row_count, logged_at)
               VALUES
                   ('KeyRot', :PRV-OPERATOR-ID, :PRV-TICKET-REF,
                    :PRV-ACTION-DESC, :PRV-KEY-VALUE,
                    :PRV-ROW-COUNT, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8945-RECORD-PRIV-ACTION-END.
      ******************************************************************
       8910-REGISTER-REPORT.
           EXEC SQL
               INSERT INTO report_catalog
                   (program_name, file_name, run_date, line_count,
                    page_count, job_run_log_id, created_at)
               VALUES
                   (:CAT-PROGRAM-NAME, :CAT-FILE-NAME, CURRENT_DATE,
                    :CAT-LINE-COUNT, :CAT-PAGE-COUNT,
                    (SELECT MAX(id) FROM job_run_log
                      WHERE program_name = :CAT-PROGRAM-NAME),
                    CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8910-REGISTER-REPORT-END.
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
