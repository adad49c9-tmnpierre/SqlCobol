       IDENTIFICATION DIVISION.
       PROGRAM-ID. OrphSwp.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORPHSWP-REPORT-FILE
               ASSIGN TO ORPHSWP-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ORPHSWP-REPORT-FILE.
       01  ORPHSWP-REPORT-LINE     PIC X(150).

       WORKING-STORAGE SECTION.
       01  ORPHSWP-REPORT-FILENAME PIC X(40) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR     PIC 9(4).
           05  WS-CURRENT-MONTH    PIC 9(2).
           05  WS-CURRENT-DAY      PIC 9(2).

       01  CMD-LINE-PARM           PIC X(100) VALUE SPACES.
       01  CMD-PTR                 PIC 9(3) VALUE 1.
       01  RUN-MODE-PARM           PIC X(10) VALUE SPACES.
       01  REPAIR-SWITCH           PIC X VALUE 'N'.
           88  REPAIR-ON           VALUE 'Y'.

       01  FINDING-EOF-SWITCH      PIC X VALUE 'N'.
           88  FINDING-EOF         VALUE 'Y'.
       01  SUMMARY-EOF-SWITCH      PIC X VALUE 'N'.
           88  SUMMARY-EOF         VALUE 'Y'.
       01  HEADLESS-EOF-SWITCH     PIC X VALUE 'N'.
           88  HEADLESS-EOF        VALUE 'Y'.

       01  CHAIN-HOP-COUNT         PIC 9(2) VALUE ZEROS.
       01  CHAIN-HOP-MAX           PIC 9(2) VALUE 10.
       01  HEADLESS-COUNT          PIC 9(6) VALUE ZEROS.
       01  REPORT-LINE             PIC X(150) VALUE SPACES.

       01  FINDING-LINE.
           05  FL-TABLE            PIC X(34).
           05  FILLER              PIC X VALUE SPACE.
           05  FL-ROW-REF          PIC X(12).
           05  FILLER              PIC X VALUE SPACE.
           05  FL-DATABANK-ID      PIC X(36).
           05  FILLER              PIC X VALUE SPACE.
           05  FL-CLASS            PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  FL-ACTION           PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  FL-SURVIVOR-ID      PIC X(36).
           05  FILLER              PIC X(11) VALUE SPACES.

       01  SUMMARY-LINE.
           05  SL-TABLE            PIC X(34).
           05  FILLER              PIC X VALUE SPACE.
           05  SL-CLASS            PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  SL-ACTION           PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  SL-COUNT            PIC Z(5)9.
           05  FILLER              PIC X(91) VALUE SPACES.

       01  DISPLAY-COUNT           PIC Z(5)9.
       01  DISPLAY-HOUSEHOLD       PIC Z(8)9.
       01  DISPLAY-SWEEP           PIC Z(8)9.

       COPY "RetryCfg.cpy".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "PrivLog.cpy".
       COPY "OprVar.cpy".

       01  SWEEP-ID                PIC S9(9) COMP-5 VALUE ZERO.
       01  FINDING-COUNT           PIC S9(9) COMP-5 VALUE ZERO.
       01  REVIEW-COUNT            PIC S9(9) COMP-5 VALUE ZERO.
       01  REPAIRED-COUNT          PIC S9(9) COMP-5 VALUE ZERO.
       01  HEADS-MOVED-COUNT       PIC S9(9) COMP-5 VALUE ZERO.
       01  CHAIN-OPEN-COUNT        PIC S9(9) COMP-5 VALUE ZERO.

       01  SQL-FINDING-ROW.
           05  FND-TABLE           PIC X(34).
           05  FND-ROW-REF         PIC X(40).
           05  FND-DATABANK-ID     PIC X(36).
           05  FND-CLASS           PIC X(8).
           05  FND-ACTION          PIC X(8).
           05  FND-SURVIVOR-ID     PIC X(36).

       01  SQL-SUMMARY-ROW.
           05  SUM-TABLE           PIC X(34).
           05  SUM-CLASS           PIC X(8).
           05  SUM-ACTION          PIC X(8).
           05  SUM-COUNT           PIC S9(9) COMP-5.

       01  SQL-HEADLESS-ROW.
           05  HLS-HOUSEHOLD-ID    PIC S9(9) COMP-5.
           05  HLS-HEAD-ID         PIC X(36).
           05  HLS-HEAD-CLASS      PIC X(8).
           05  HLS-LIVE-MEMBERS    PIC S9(9) COMP-5.
           05  HLS-NEW-HEAD-ID     PIC X(36).

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

           PERFORM 1200-OPEN-REPORT-FILE
               THRU 1200-OPEN-REPORT-FILE-END.

           PERFORM 3001-FIND-ORPHANS
               THRU 3001-FIND-ORPHANS-END.

           PERFORM 3200-CLASSIFY-ORPHANS
               THRU 3200-CLASSIFY-ORPHANS-END.

           PERFORM 3300-PROPOSE-ACTIONS
               THRU 3300-PROPOSE-ACTIONS-END.

           IF REPAIR-ON
               PERFORM 4001-REPAIR-ORPHANS
                   THRU 4001-REPAIR-ORPHANS-END
               PERFORM 4500-REPAIR-HOUSEHOLD-HEADS
                   THRU 4500-REPAIR-HOUSEHOLD-HEADS-END
               PERFORM 4900-MARK-REPAIRED
                   THRU 4900-MARK-REPAIRED-END

               MOVE 'ORPHAN SWEEP REPAIR' TO PRV-ACTION-DESC
               MOVE SPACES TO PRV-KEY-VALUE
               STRING 'sweep ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISPLAY-SWEEP)
                          DELIMITED BY SIZE
                      INTO PRV-KEY-VALUE
               COMPUTE PRV-ROW-COUNT = REPAIRED-COUNT
                                     + HEADS-MOVED-COUNT
               PERFORM 8945-RECORD-PRIV-ACTION
                   THRU 8945-RECORD-PRIV-ACTION-END
           END-IF.

           PERFORM 5001-REPORT-FINDINGS
               THRU 5001-REPORT-FINDINGS-END.

           PERFORM 5200-REPORT-SUMMARY
               THRU 5200-REPORT-SUMMARY-END.

           PERFORM 5400-REPORT-HEADLESS
               THRU 5400-REPORT-HEADLESS-END.

           PERFORM 5900-SET-RETURN-CODE
               THRU 5900-SET-RETURN-CODE-END.

           CLOSE ORPHSWP-REPORT-FILE.
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
            AND RUN-MODE-PARM NOT = 'REPAIR'
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           IF RUN-MODE-PARM = 'REPAIR'
               SET REPAIR-ON TO TRUE
               DISPLAY 'Running in repair mode - orphan rows will be '
                       're-pointed, closed or removed.'
           ELSE
               DISPLAY 'Running in report-only mode - no support '
                       'rows will be changed.'
           END-IF.
       1100-GET-PARMS-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: OrphSwp <operator-id> <ticket-ref> '
                   '[REPAIR]'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       1150-SHOW-USAGE-END.
      ******************************************************************
       1200-OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           STRING 'ORPHSWP_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO ORPHSWP-REPORT-FILENAME.

           OPEN OUTPUT ORPHSWP-REPORT-FILE.
       1200-OPEN-REPORT-FILE-END.
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

           MOVE 'OrphSwp' TO ERR-PROGRAM-NAME.
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
      * Every support table that carries a databank id is checked
      * against databank itself. Each hit is written to orphan_finding
      * under a new sweep number, with a flag telling whether the row
      * is still open work (a pending review, an unsent mail, an
      * active guardian link) or only history. The audit trails
      * (journal, merge_audit, consent_audit, privileged_action_log
      * and the other *_audit and *_log tables) are deliberately left
      * out: they are meant to outlive the person they describe.
       3001-FIND-ORPHANS.
           DISPLAY 'Sweeping support tables for orphan rows...'.

           EXEC SQL
               SELECT COALESCE(MAX(sweep_id), 0) + 1
               INTO :SWEEP-ID
               FROM orphan_finding
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO orphan_finding
                   (sweep_id, table_name, column_name, row_ref,
                    databank_id, open_item, found_at)
               SELECT :SWEEP-ID, 'consent_preference', 'databank_id',
                      t.channel, t.databank_id,
                      'Y',
                      CURRENT_TIMESTAMP
               FROM consent_preference t
               WHERE t.databank_id IS NOT NULL
                 AND NOT EXISTS
                     (SELECT 1 FROM databank d
                       WHERE d.id = t.databank_id)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO orphan_finding
                   (sweep_id, table_name, column_name, row_ref,
                    databank_id, open_item, found_at)
               SELECT :SWEEP-ID, 'household_member', 'databank_id',
                      CAST(t.household_id AS VARCHAR), t.databank_id,
                      'Y',
                      CURRENT_TIMESTAMP
               FROM household_member t
               WHERE t.databank_id IS NOT NULL
                 AND NOT EXISTS
                     (SELECT 1 FROM databank d
                       WHERE d.id = t.databank_id)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO orphan_finding
                   (sweep_id, table_name, column_name, row_ref,
                    databank_id, open_item, found_at)
               SELECT :SWEEP-ID, 'mail_staging', 'databank_id',
                      CAST(t.id AS VARCHAR), t.databank_id,
                      CASE WHEN COALESCE(t.status, 'NEW') = 'NEW'
                           THEN 'Y' ELSE 'N' END,
                      CURRENT_TIMESTAMP
               FROM mail_staging t
               WHERE t.databank_id IS NOT NULL
                 AND NOT EXISTS
                     (SELECT 1 FROM databank d
                       WHERE d.id = t.databank_id)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO orphan_finding
                   (sweep_id, table_name, column_name, row_ref,
                    databank_id, open_item, found_at)
               SELECT :SWEEP-ID, 'legal_hold', 'databank_id',
                      CAST(t.id AS VARCHAR), t.databank_id,
                      CASE WHEN t.released_at IS NULL
                           THEN 'Y' ELSE 'N' END,
                      CURRENT_TIMESTAMP
               FROM legal_hold t
               WHERE t.databank_id IS NOT NULL
                 AND NOT EXISTS
                     (SELECT 1 FROM databank d
                       WHERE d.id = t.databank_id)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO orphan_finding
                   (sweep_id, table_name, column_name, row_ref,
                    databank_id, open_item, found_at)
               SELECT :SWEEP-ID, 'deceased_review', 'databank_id',
                      CAST(t.id AS VARCHAR), t.databank_id,
                      CASE WHEN t.status = 'P'
                           THEN 'Y' ELSE 'N' END,
                      CURRENT_TIMESTAMP
               FROM deceased_review t
               WHERE t.databank_id IS NOT NULL
                 AND NOT EXISTS
                     (SELECT 1 FROM databank d
                       WHERE d.id = t.databank_id)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO orphan_finding
                   (sweep_id, table_name, column_name, row_ref,
                    databank_id, open_item, found_at)
               SELECT :SWEEP-ID, 'pending_corrections', 'databank_id',
                      CAST(t.id AS VARCHAR), t.databank_id,
                      CASE WHEN t.status IN ('P', 'A')
                            AND t.applied_at IS NULL
                           THEN 'Y' ELSE 'N' END,
                      CURRENT_TIMESTAMP
               FROM pending_corrections t
               WHERE t.databank_id IS NOT NULL
                 AND NOT EXISTS
                     (SELECT 1 FROM databank d
                       WHERE d.id = t.databank_id)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO orphan_finding
                   (sweep_id, table_name, column_name, row_ref,
                    databank_id, open_item, found_at)
               SELECT :SWEEP-ID, 'pending_maint_changes', 'databank_id',
                      CAST(t.id AS VARCHAR), t.databank_id,
                      CASE WHEN t.status IN ('P', 'A')
                            AND t.applied_at IS NULL
                           THEN 'Y' ELSE 'N' END,
                      CURRENT_TIMESTAMP
               FROM pending_maint_changes t
               WHERE t.databank_id IS NOT NULL
                 AND NOT EXISTS
                     (SELECT 1 FROM databank d
                       WHERE d.id = t.databank_id)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO orphan_finding
                   (sweep_id, table_name, column_name, row_ref,
                    databank_id, open_item, found_at)
               SELECT :SWEEP-ID, 'contact_history', 'databank_id',
                      CAST(t.id AS VARCHAR), t.databank_id,
                      'N',
                      CURRENT_TIMESTAMP
               FROM contact_history t
               WHERE t.databank_id IS NOT NULL
                 AND NOT EXISTS
                     (SELECT 1 FROM databank d
                       WHERE d.id = t.databank_id)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO orphan_finding
                   (sweep_id, table_name, column_name, row_ref,
                    databank_id, open_item, found_at)
               SELECT :SWEEP-ID, 'campaign_response', 'databank_id',
                      t.campaign_id, t.databank_id,
                      'N',
                      CURRENT_TIMESTAMP
               FROM campaign_response t
               WHERE t.databank_id IS NOT NULL
                 AND NOT EXISTS
                     (SELECT 1 FROM databank d
                       WHERE d.id = t.databank_id)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO orphan_finding
                   (sweep_id, table_name, column_name, row_ref,
                    databank_id, open_item, found_at)
               SELECT :SWEEP-ID, 'post_return', 'databank_id',
                      CAST(t.id AS VARCHAR), t.databank_id,
                      'N',
                      CURRENT_TIMESTAMP
               FROM post_return t
               WHERE t.databank_id IS NOT NULL
                 AND NOT EXISTS
                     (SELECT 1 FROM databank d
                       WHERE d.id = t.databank_id)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO orphan_finding
                   (sweep_id, table_name, column_name, row_ref,
                    databank_id, open_item, found_at)
               SELECT :SWEEP-ID, 'address_forward', 'databank_id',
                      CAST(t.id AS VARCHAR), t.databank_id,
                      CASE WHEN t.status = 'P'
                           THEN 'Y' ELSE 'N' END,
                      CURRENT_TIMESTAMP
               FROM address_forward t
               WHERE t.databank_id IS NOT NULL
                 AND NOT EXISTS
                     (SELECT 1 FROM databank d
                       WHERE d.id = t.databank_id)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO orphan_finding
                   (sweep_id, table_name, column_name, row_ref,
                    databank_id, open_item, found_at)
               SELECT :SWEEP-ID, 'guardian_link', 'minor_id',
                      CAST(t.id AS VARCHAR), t.minor_id,
                      CASE WHEN t.closed_at IS NULL
                           THEN 'Y' ELSE 'N' END,
                      CURRENT_TIMESTAMP
               FROM guardian_link t
               WHERE t.minor_id IS NOT NULL
                 AND NOT EXISTS
                     (SELECT 1 FROM databank d
                       WHERE d.id = t.minor_id)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO orphan_finding
                   (sweep_id, table_name, column_name, row_ref,
                    databank_id, open_item, found_at)
               SELECT :SWEEP-ID, 'guardian_link', 'guardian_id',
                      CAST(t.id AS VARCHAR), t.guardian_id,
                      CASE WHEN t.closed_at IS NULL
                           THEN 'Y' ELSE 'N' END,
                      CURRENT_TIMESTAMP
               FROM guardian_link t
               WHERE t.guardian_id IS NOT NULL
                 AND NOT EXISTS
                     (SELECT 1 FROM databank d
                       WHERE d.id = t.guardian_id)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
           EXEC SQL
               SELECT COUNT(*)
               INTO :FINDING-COUNT
               FROM orphan_finding
               WHERE sweep_id = :SWEEP-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SWEEP-ID TO DISPLAY-SWEEP.
           MOVE FINDING-COUNT TO DISPLAY-COUNT.
           DISPLAY 'Sweep ' FUNCTION TRIM(DISPLAY-SWEEP)
                   ': ' FUNCTION TRIM(DISPLAY-COUNT)
                   ' orphan rows found.'.
       3001-FIND-ORPHANS-END.
      ******************************************************************
      * An orphan is classed by what became of its person. A merged
      * id is followed through merge_audit to its latest survivor,
      * hop by hop, since a survivor may itself have been merged away
      * later; a survivor that is gone as well leaves the row for
      * review. Ids not merged are ARCHIVED when the archive holds
      * them, ERASED when the journal shows the delete, and UNKNOWN
      * when nothing explains their absence.
       3200-CLASSIFY-ORPHANS.
           EXEC SQL
               UPDATE orphan_finding f
               SET orphan_class = 'MERGED',
                   survivor_id =
                       (SELECT m.survivor_id
                        FROM merge_audit m
                        WHERE m.merged_id = f.databank_id
                        ORDER BY m.merged_at DESC, m.id DESC
                        LIMIT 1)
               WHERE f.sweep_id = :SWEEP-ID
                 AND EXISTS
                     (SELECT 1 FROM merge_audit m
                       WHERE m.merged_id = f.databank_id)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE ZEROS TO CHAIN-HOP-COUNT.
           PERFORM 3210-FOLLOW-MERGE-CHAIN
               THRU 3210-FOLLOW-MERGE-CHAIN-END.

           EXEC SQL
               UPDATE orphan_finding f
               SET orphan_class = 'ARCHIVED'
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.orphan_class IS NULL
                 AND EXISTS
                     (SELECT 1 FROM databank_archive a
                       WHERE a.id = f.databank_id)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE orphan_finding f
               SET orphan_class = 'ERASED'
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.orphan_class IS NULL
                 AND EXISTS
                     (SELECT 1 FROM databank_change_journal j
                       WHERE j.databank_id = f.databank_id
                         AND j.change_type = 'D')
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE orphan_finding
               SET orphan_class = 'UNKNOWN'
               WHERE sweep_id = :SWEEP-ID
                 AND orphan_class IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3200-CLASSIFY-ORPHANS-END.
      ******************************************************************
      * One hop per pass: a survivor that was later merged into
      * another row is replaced by that row's survivor. The hop limit
      * stops a damaged merge_audit with a cycle in it from looping.
       3210-FOLLOW-MERGE-CHAIN.
           EXEC SQL
               SELECT COUNT(*)
               INTO :CHAIN-OPEN-COUNT
               FROM orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.orphan_class = 'MERGED'
                 AND NOT EXISTS
                     (SELECT 1 FROM databank d
                       WHERE d.id = f.survivor_id)
                 AND EXISTS
                     (SELECT 1 FROM merge_audit m
                       WHERE m.merged_id = f.survivor_id)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF CHAIN-OPEN-COUNT = 0
            OR CHAIN-HOP-COUNT NOT < CHAIN-HOP-MAX
               GO TO 3210-FOLLOW-MERGE-CHAIN-END
           END-IF.

           EXEC SQL
               UPDATE orphan_finding f
               SET survivor_id =
                       (SELECT m.survivor_id
                        FROM merge_audit m
                        WHERE m.merged_id = f.survivor_id
                        ORDER BY m.merged_at DESC, m.id DESC
                        LIMIT 1)
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.orphan_class = 'MERGED'
                 AND NOT EXISTS
                     (SELECT 1 FROM databank d
                       WHERE d.id = f.survivor_id)
                 AND EXISTS
                     (SELECT 1 FROM merge_audit m
                       WHERE m.merged_id = f.survivor_id)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           ADD 1 TO CHAIN-HOP-COUNT.
           GO TO 3210-FOLLOW-MERGE-CHAIN.
       3210-FOLLOW-MERGE-CHAIN-END.
      ******************************************************************
      * The proposed action per finding, first rule that applies:
      *   - UNKNOWN, and MERGED without a live survivor: REVIEW;
      *   - MERGED with a live survivor: REPOINT to the survivor;
      *   - anything else on a legal hold: REVIEW, a hold is never
      *     dropped by a sweep;
      *   - an open guardian link: CLOSE, so the history stays;
      *   - contact, campaign and post-return history of an archived
      *     person: KEEP, the archive still explains it;
      *   - other history or closed items: DELETE when the person is
      *     erased, KEEP when archived;
      *   - open work for a person who is gone: DELETE.
       3300-PROPOSE-ACTIONS.
           EXEC SQL
               UPDATE orphan_finding f
               SET action = CASE
                   WHEN f.orphan_class = 'UNKNOWN'
                       THEN 'REVIEW'
                   WHEN f.orphan_class = 'MERGED'
                    AND EXISTS (SELECT 1 FROM databank d
                                 WHERE d.id = f.survivor_id)
                       THEN 'REPOINT'
                   WHEN f.orphan_class = 'MERGED'
                       THEN 'REVIEW'
                   WHEN f.table_name = 'legal_hold'
                       THEN 'REVIEW'
                   WHEN f.table_name = 'guardian_link'
                    AND f.open_item = 'Y'
                       THEN 'CLOSE'
                   WHEN f.table_name = 'guardian_link'
                       THEN 'KEEP'
                   WHEN f.orphan_class = 'ARCHIVED'
                    AND f.table_name IN ('contact_history',
                                         'campaign_response',
                                         'post_return')
                       THEN 'KEEP'
                   WHEN f.orphan_class = 'ERASED'
                    AND f.table_name IN ('contact_history',
                                         'campaign_response',
                                         'post_return')
                       THEN 'DELETE'
                   WHEN f.open_item = 'N'
                       THEN 'KEEP'
                   ELSE 'DELETE'
                   END
               WHERE f.sweep_id = :SWEEP-ID
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 3350-MARK-DUPLICATE-KEYS
               THRU 3350-MARK-DUPLICATE-KEYS-END.

           EXEC SQL
               SELECT COUNT(*)
               INTO :REVIEW-COUNT
               FROM orphan_finding
               WHERE sweep_id = :SWEEP-ID
                 AND action = 'REVIEW'
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3300-PROPOSE-ACTIONS-END.
      ******************************************************************
      * Re-pointing a row onto the survivor must not collide with a
      * key the survivor already holds (a consent channel, a household
      * membership, a campaign response, a post return for the same
      * date and reason), nor with an earlier finding of this sweep
      * heading for the same key. Such rows carry nothing the survivor
      * lacks and are dropped instead (DUPDROP).
       3350-MARK-DUPLICATE-KEYS.
           EXEC SQL
               UPDATE orphan_finding f
               SET action = 'DUPDROP'
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'consent_preference'
                 AND f.action = 'REPOINT'
                 AND (EXISTS
                      (SELECT 1 FROM consent_preference c
                        WHERE c.databank_id = f.survivor_id
                          AND c.channel = f.row_ref)
                   OR EXISTS
                      (SELECT 1 FROM orphan_finding o
                        WHERE o.sweep_id = f.sweep_id
                          AND o.table_name = f.table_name
                          AND o.action = 'REPOINT'
                          AND o.survivor_id = f.survivor_id
                          AND o.row_ref = f.row_ref
                          AND o.id < f.id))
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE orphan_finding f
               SET action = 'DUPDROP'
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'household_member'
                 AND f.action = 'REPOINT'
                 AND (EXISTS
                      (SELECT 1 FROM household_member h
                        WHERE h.databank_id = f.survivor_id)
                   OR EXISTS
                      (SELECT 1 FROM orphan_finding o
                        WHERE o.sweep_id = f.sweep_id
                          AND o.table_name = f.table_name
                          AND o.action = 'REPOINT'
                          AND o.survivor_id = f.survivor_id
                          AND o.id < f.id))
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE orphan_finding f
               SET action = 'DUPDROP'
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'campaign_response'
                 AND f.action = 'REPOINT'
                 AND (EXISTS
                      (SELECT 1 FROM campaign_response c
                        WHERE c.databank_id = f.survivor_id
                          AND c.campaign_id = f.row_ref)
                   OR EXISTS
                      (SELECT 1 FROM orphan_finding o
                        WHERE o.sweep_id = f.sweep_id
                          AND o.table_name = f.table_name
                          AND o.action = 'REPOINT'
                          AND o.survivor_id = f.survivor_id
                          AND o.row_ref = f.row_ref
                          AND o.id < f.id))
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE orphan_finding f
               SET action = 'DUPDROP'
               FROM post_return p
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'post_return'
                 AND f.action = 'REPOINT'
                 AND CAST(p.id AS VARCHAR) = f.row_ref
                 AND (EXISTS
                      (SELECT 1 FROM post_return s
                        WHERE s.databank_id = f.survivor_id
                          AND s.return_date = p.return_date
                          AND s.reason = p.reason)
                   OR EXISTS
                      (SELECT 1 FROM orphan_finding o, post_return q
                        WHERE o.sweep_id = f.sweep_id
                          AND o.table_name = f.table_name
                          AND o.action = 'REPOINT'
                          AND o.survivor_id = f.survivor_id
                          AND o.id < f.id
                          AND CAST(q.id AS VARCHAR) = o.row_ref
                          AND q.return_date = p.return_date
                          AND q.reason = p.reason))
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3350-MARK-DUPLICATE-KEYS-END.
      ******************************************************************
      * Repair mode carries out the proposed actions table by table:
      * DELETE and DUPDROP rows are removed, REPOINT rows are moved to
      * the survivor, open guardian links are closed with a reason.
      * REVIEW and KEEP rows are left alone. A legal hold is only
      * ever re-pointed, never removed.
       4001-REPAIR-ORPHANS.
           DISPLAY 'Repairing orphan rows of sweep '
                   FUNCTION TRIM(DISPLAY-SWEEP) '...'.

           EXEC SQL
               DELETE FROM consent_preference t
               USING orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'consent_preference'
                 AND f.action IN ('DELETE', 'DUPDROP')
                 AND t.databank_id = f.databank_id
                 AND t.channel = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE consent_preference t
               SET databank_id = f.survivor_id
               FROM orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'consent_preference'
                 AND f.column_name = 'databank_id'
                 AND f.action = 'REPOINT'
                 AND t.databank_id = f.databank_id
                 AND t.channel = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               DELETE FROM household_member t
               USING orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'household_member'
                 AND f.action IN ('DELETE', 'DUPDROP')
                 AND t.databank_id = f.databank_id
                 AND CAST(t.household_id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE household_member t
               SET databank_id = f.survivor_id
               FROM orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'household_member'
                 AND f.column_name = 'databank_id'
                 AND f.action = 'REPOINT'
                 AND t.databank_id = f.databank_id
                 AND CAST(t.household_id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               DELETE FROM mail_staging t
               USING orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'mail_staging'
                 AND f.action IN ('DELETE', 'DUPDROP')
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE mail_staging t
               SET databank_id = f.survivor_id
               FROM orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'mail_staging'
                 AND f.column_name = 'databank_id'
                 AND f.action = 'REPOINT'
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE legal_hold t
               SET databank_id = f.survivor_id
               FROM orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'legal_hold'
                 AND f.column_name = 'databank_id'
                 AND f.action = 'REPOINT'
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               DELETE FROM deceased_review t
               USING orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'deceased_review'
                 AND f.action IN ('DELETE', 'DUPDROP')
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE deceased_review t
               SET databank_id = f.survivor_id
               FROM orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'deceased_review'
                 AND f.column_name = 'databank_id'
                 AND f.action = 'REPOINT'
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               DELETE FROM pending_corrections t
               USING orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'pending_corrections'
                 AND f.action IN ('DELETE', 'DUPDROP')
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE pending_corrections t
               SET databank_id = f.survivor_id
               FROM orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'pending_corrections'
                 AND f.column_name = 'databank_id'
                 AND f.action = 'REPOINT'
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               DELETE FROM pending_maint_changes t
               USING orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'pending_maint_changes'
                 AND f.action IN ('DELETE', 'DUPDROP')
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE pending_maint_changes t
               SET databank_id = f.survivor_id
               FROM orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'pending_maint_changes'
                 AND f.column_name = 'databank_id'
                 AND f.action = 'REPOINT'
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               DELETE FROM contact_history t
               USING orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'contact_history'
                 AND f.action IN ('DELETE', 'DUPDROP')
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE contact_history t
               SET databank_id = f.survivor_id
               FROM orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'contact_history'
                 AND f.column_name = 'databank_id'
                 AND f.action = 'REPOINT'
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               DELETE FROM campaign_response t
               USING orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'campaign_response'
                 AND f.action IN ('DELETE', 'DUPDROP')
                 AND t.databank_id = f.databank_id
                 AND t.campaign_id = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE campaign_response t
               SET databank_id = f.survivor_id
               FROM orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'campaign_response'
                 AND f.column_name = 'databank_id'
                 AND f.action = 'REPOINT'
                 AND t.databank_id = f.databank_id
                 AND t.campaign_id = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               DELETE FROM post_return t
               USING orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'post_return'
                 AND f.action IN ('DELETE', 'DUPDROP')
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE post_return t
               SET databank_id = f.survivor_id
               FROM orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'post_return'
                 AND f.column_name = 'databank_id'
                 AND f.action = 'REPOINT'
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               DELETE FROM address_forward t
               USING orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'address_forward'
                 AND f.action IN ('DELETE', 'DUPDROP')
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE address_forward t
               SET databank_id = f.survivor_id
               FROM orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'address_forward'
                 AND f.column_name = 'databank_id'
                 AND f.action = 'REPOINT'
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE guardian_link t
               SET closed_by = :PRV-OPERATOR-ID,
                   closed_at = CURRENT_TIMESTAMP,
                   close_reason = 'Person no longer in databank'
               FROM orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'guardian_link'
                 AND f.column_name = 'minor_id'
                 AND f.action = 'CLOSE'
                 AND CAST(t.id AS VARCHAR) = f.row_ref
                 AND t.closed_at IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE guardian_link t
               SET minor_id = f.survivor_id
               FROM orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'guardian_link'
                 AND f.column_name = 'minor_id'
                 AND f.action = 'REPOINT'
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE guardian_link t
               SET closed_by = :PRV-OPERATOR-ID,
                   closed_at = CURRENT_TIMESTAMP,
                   close_reason = 'Person no longer in databank'
               FROM orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'guardian_link'
                 AND f.column_name = 'guardian_id'
                 AND f.action = 'CLOSE'
                 AND CAST(t.id AS VARCHAR) = f.row_ref
                 AND t.closed_at IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE guardian_link t
               SET guardian_id = f.survivor_id
               FROM orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'guardian_link'
                 AND f.column_name = 'guardian_id'
                 AND f.action = 'REPOINT'
                 AND CAST(t.id AS VARCHAR) = f.row_ref
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       4001-REPAIR-ORPHANS-END.
      ******************************************************************
      * A household whose head was merged away keeps its head when the
      * survivor is now a member of the same household: the head
      * simply follows the merge. Every other headless household is
      * left to the report below and HouseMnt.
       4500-REPAIR-HOUSEHOLD-HEADS.
           EXEC SQL
               SELECT COUNT(*)
               INTO :HEADS-MOVED-COUNT
               FROM household h, orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'household_member'
                 AND f.action IN ('REPOINT', 'DUPDROP')
                 AND f.databank_id = h.head_id
                 AND f.row_ref = CAST(h.household_id AS VARCHAR)
                 AND EXISTS
                     (SELECT 1 FROM household_member m
                       WHERE m.databank_id = f.survivor_id
                         AND m.household_id = h.household_id)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE household h
               SET head_id = f.survivor_id
               FROM orphan_finding f
               WHERE f.sweep_id = :SWEEP-ID
                 AND f.table_name = 'household_member'
                 AND f.action IN ('REPOINT', 'DUPDROP')
                 AND f.databank_id = h.head_id
                 AND f.row_ref = CAST(h.household_id AS VARCHAR)
                 AND EXISTS
                     (SELECT 1 FROM household_member m
                       WHERE m.databank_id = f.survivor_id
                         AND m.household_id = h.household_id)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       4500-REPAIR-HOUSEHOLD-HEADS-END.
      ******************************************************************
       4900-MARK-REPAIRED.
           EXEC SQL
               UPDATE orphan_finding
               SET repaired_at = CURRENT_TIMESTAMP
               WHERE sweep_id = :SWEEP-ID
                 AND action IN ('DELETE', 'DUPDROP', 'REPOINT',
                                'CLOSE')
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :REPAIRED-COUNT
               FROM orphan_finding
               WHERE sweep_id = :SWEEP-ID
                 AND repaired_at IS NOT NULL
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       4900-MARK-REPAIRED-END.
      ******************************************************************
       5001-REPORT-FINDINGS.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ORPHAN SWEEP ' DELIMITED BY SIZE
                  FUNCTION TRIM(DISPLAY-SWEEP) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE ORPHSWP-REPORT-LINE FROM REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           IF REPAIR-ON
               STRING 'Mode: REPAIR - operator ' DELIMITED BY SIZE
                      FUNCTION TRIM(PRV-OPERATOR-ID) DELIMITED BY SIZE
                      ', ticket ' DELIMITED BY SIZE
                      FUNCTION TRIM(PRV-TICKET-REF) DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING 'Mode: REPORT ONLY - actions below are '
                      DELIMITED BY SIZE
                      'proposals, nothing was changed'
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF.
           WRITE ORPHSWP-REPORT-LINE FROM REPORT-LINE.

           MOVE SPACES TO ORPHSWP-REPORT-LINE.
           WRITE ORPHSWP-REPORT-LINE.

           MOVE SPACES TO FINDING-LINE.
           MOVE 'TABLE.COLUMN' TO FL-TABLE.
           MOVE 'ROW' TO FL-ROW-REF.
           MOVE 'MISSING DATABANK ID' TO FL-DATABANK-ID.
           MOVE 'CLASS' TO FL-CLASS.
           MOVE 'ACTION' TO FL-ACTION.
           MOVE 'SURVIVOR' TO FL-SURVIVOR-ID.
           WRITE ORPHSWP-REPORT-LINE FROM FINDING-LINE.

           EXEC SQL DECLARE FIND_CUR CURSOR FOR
               SELECT table_name || '.' || column_name, row_ref,
                      databank_id, orphan_class, action,
                      COALESCE(survivor_id, '')
               FROM orphan_finding
               WHERE sweep_id = :SWEEP-ID
               ORDER BY table_name, column_name, orphan_class,
                        row_ref
           END-EXEC.

           EXEC SQL OPEN FIND_CUR END-EXEC.

           MOVE 'N' TO FINDING-EOF-SWITCH.
           PERFORM WITH TEST BEFORE UNTIL FINDING-EOF
               EXEC SQL
                   FETCH FIND_CUR
                   INTO :FND-TABLE, :FND-ROW-REF, :FND-DATABANK-ID,
                        :FND-CLASS, :FND-ACTION, :FND-SURVIVOR-ID
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       MOVE SPACES TO FINDING-LINE
                       MOVE FND-TABLE TO FL-TABLE
                       MOVE FND-ROW-REF TO FL-ROW-REF
                       MOVE FND-DATABANK-ID TO FL-DATABANK-ID
                       MOVE FND-CLASS TO FL-CLASS
                       MOVE FND-ACTION TO FL-ACTION
                       MOVE FND-SURVIVOR-ID TO FL-SURVIVOR-ID
                       WRITE ORPHSWP-REPORT-LINE FROM FINDING-LINE
                   WHEN +100
                       SET FINDING-EOF TO TRUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE FIND_CUR END-EXEC.

           IF FINDING-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               MOVE 'No orphan rows found.' TO REPORT-LINE
               WRITE ORPHSWP-REPORT-LINE FROM REPORT-LINE
           END-IF.
       5001-REPORT-FINDINGS-END.
      ******************************************************************
       5200-REPORT-SUMMARY.
           MOVE SPACES TO ORPHSWP-REPORT-LINE.
           WRITE ORPHSWP-REPORT-LINE.
           MOVE 'SUMMARY BY TABLE, CLASS AND ACTION'
               TO ORPHSWP-REPORT-LINE.
           WRITE ORPHSWP-REPORT-LINE.

           EXEC SQL DECLARE OSUM_CUR CURSOR FOR
               SELECT table_name || '.' || column_name, orphan_class,
                      action, COUNT(*)
               FROM orphan_finding
               WHERE sweep_id = :SWEEP-ID
               GROUP BY table_name, column_name, orphan_class, action
               ORDER BY table_name, column_name, orphan_class, action
           END-EXEC.

           EXEC SQL OPEN OSUM_CUR END-EXEC.

           MOVE 'N' TO SUMMARY-EOF-SWITCH.
           PERFORM WITH TEST BEFORE UNTIL SUMMARY-EOF
               EXEC SQL
                   FETCH OSUM_CUR
                   INTO :SUM-TABLE, :SUM-CLASS, :SUM-ACTION,
                        :SUM-COUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       MOVE SPACES TO SUMMARY-LINE
                       MOVE SUM-TABLE TO SL-TABLE
                       MOVE SUM-CLASS TO SL-CLASS
                       MOVE SUM-ACTION TO SL-ACTION
                       MOVE SUM-COUNT TO SL-COUNT
                       WRITE ORPHSWP-REPORT-LINE FROM SUMMARY-LINE
                   WHEN +100
                       SET SUMMARY-EOF TO TRUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE OSUM_CUR END-EXEC.

           MOVE SPACES TO REPORT-LINE.
           MOVE FINDING-COUNT TO DISPLAY-COUNT.
           STRING 'Orphan rows found:    ' DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE ORPHSWP-REPORT-LINE FROM REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE REVIEW-COUNT TO DISPLAY-COUNT.
           STRING 'Left for review:      ' DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE ORPHSWP-REPORT-LINE FROM REPORT-LINE.

           IF REPAIR-ON
               MOVE SPACES TO REPORT-LINE
               MOVE REPAIRED-COUNT TO DISPLAY-COUNT
               STRING 'Rows repaired:        ' DELIMITED BY SIZE
                      DISPLAY-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE ORPHSWP-REPORT-LINE FROM REPORT-LINE

               MOVE SPACES TO REPORT-LINE
               MOVE HEADS-MOVED-COUNT TO DISPLAY-COUNT
               STRING 'Household heads moved:' DELIMITED BY SIZE
                      DISPLAY-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE ORPHSWP-REPORT-LINE FROM REPORT-LINE
           END-IF.
       5200-REPORT-SUMMARY-END.
      ******************************************************************
      * A household whose head is no longer in databank cannot be
      * mailed or reported correctly. Each one is listed with what
      * became of the head, how many live members remain and, where
      * there is one, the eldest live member as a suggested new head
      * for HouseMnt HEAD. A household without live members
      * is a candidate for dissolution.
       5400-REPORT-HEADLESS.
           MOVE SPACES TO ORPHSWP-REPORT-LINE.
           WRITE ORPHSWP-REPORT-LINE.
           MOVE 'HOUSEHOLDS WITHOUT A LIVE HEAD'
               TO ORPHSWP-REPORT-LINE.
           WRITE ORPHSWP-REPORT-LINE.

           EXEC SQL DECLARE HLESS_CUR CURSOR FOR
               SELECT h.household_id, COALESCE(h.head_id, ''),
                      CASE
                      WHEN h.head_id IS NULL THEN 'NONE'
                      WHEN EXISTS (SELECT 1 FROM merge_audit m
                                    WHERE m.merged_id = h.head_id)
                          THEN 'MERGED'
                      WHEN EXISTS (SELECT 1 FROM databank_archive a
                                    WHERE a.id = h.head_id)
                          THEN 'ARCHIVED'
                      WHEN EXISTS (SELECT 1
                                     FROM databank_change_journal j
                                    WHERE j.databank_id = h.head_id
                                      AND j.change_type = 'D')
                          THEN 'ERASED'
                      ELSE 'UNKNOWN' END,
                      (SELECT COUNT(*)
                       FROM household_member m, databank d
                       WHERE m.household_id = h.household_id
                         AND d.id = m.databank_id),
                      COALESCE(
                      (SELECT d.id
                       FROM household_member m, databank d
                       WHERE m.household_id = h.household_id
                         AND d.id = m.databank_id
                       ORDER BY d.birth_date, d.id
                       LIMIT 1), '')
               FROM household h
               WHERE h.head_id IS NULL
                  OR NOT EXISTS
                     (SELECT 1 FROM databank d
                       WHERE d.id = h.head_id)
               ORDER BY h.household_id
           END-EXEC.

           EXEC SQL OPEN HLESS_CUR END-EXEC.

           MOVE ZEROS TO HEADLESS-COUNT.
           MOVE 'N' TO HEADLESS-EOF-SWITCH.
           PERFORM WITH TEST BEFORE UNTIL HEADLESS-EOF
               EXEC SQL
                   FETCH HLESS_CUR
                   INTO :HLS-HOUSEHOLD-ID, :HLS-HEAD-ID,
                        :HLS-HEAD-CLASS, :HLS-LIVE-MEMBERS,
                        :HLS-NEW-HEAD-ID
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO HEADLESS-COUNT
                       PERFORM 5410-WRITE-HEADLESS-LINE
                           THRU 5410-WRITE-HEADLESS-LINE-END
                   WHEN +100
                       SET HEADLESS-EOF TO TRUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE HLESS_CUR END-EXEC.

           MOVE SPACES TO REPORT-LINE.
           MOVE HEADLESS-COUNT TO DISPLAY-COUNT.
           STRING 'Headless households:  ' DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE ORPHSWP-REPORT-LINE FROM REPORT-LINE.
       5400-REPORT-HEADLESS-END.
      ******************************************************************
       5410-WRITE-HEADLESS-LINE.
           MOVE HLS-HOUSEHOLD-ID TO DISPLAY-HOUSEHOLD.
           MOVE HLS-LIVE-MEMBERS TO DISPLAY-COUNT.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Household ' DELIMITED BY SIZE
                  DISPLAY-HOUSEHOLD DELIMITED BY SIZE
                  '  head ' DELIMITED BY SIZE
                  HLS-HEAD-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HLS-HEAD-CLASS DELIMITED BY SIZE
                  '  live members: ' DELIMITED BY SIZE
                  FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE ORPHSWP-REPORT-LINE FROM REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           IF HLS-NEW-HEAD-ID = SPACES
               MOVE '    no live members left - can be dissolved'
                   TO REPORT-LINE
           ELSE
               STRING '    suggested new head: ' DELIMITED BY SIZE
                      FUNCTION TRIM(HLS-NEW-HEAD-ID) DELIMITED BY SIZE
                      ' (HouseMnt HEAD ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISPLAY-HOUSEHOLD)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(HLS-NEW-HEAD-ID) DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF.
           WRITE ORPHSWP-REPORT-LINE FROM REPORT-LINE.
       5410-WRITE-HEADLESS-LINE-END.
      ******************************************************************
      * RC 4 tells the scheduler the sweep found something a person
      * has to look at: orphans not yet repaired, review items, or
      * households without a head.
       5900-SET-RETURN-CODE.
           IF REVIEW-COUNT > 0
            OR HEADLESS-COUNT > 0
            OR (FINDING-COUNT > 0 AND NOT REPAIR-ON)
               MOVE 4 TO RETURN-CODE
               DISPLAY 'Orphan sweep ' FUNCTION TRIM(DISPLAY-SWEEP)
                       ' needs attention - see '
                       FUNCTION TRIM(ORPHSWP-REPORT-FILENAME)
           ELSE
               MOVE 0 TO RETURN-CODE
               DISPLAY 'Orphan sweep ' FUNCTION TRIM(DISPLAY-SWEEP)
                       ' complete.'
           END-IF.
       5900-SET-RETURN-CODE-END.
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
      * may run it; OprChk logs the refusal of anyone else. Reporting
      * needs READ, repairing needs EXECUTE.
       1040-CHECK-OPERATOR-RIGHT.
           MOVE 'OrphSwp' TO OPR-PROGRAM-NAME.
           IF REPAIR-ON
               MOVE 'EXECUTE' TO OPR-MODE-NEEDED
           ELSE
               MOVE 'READ' TO OPR-MODE-NEEDED
           END-IF.
           MOVE 'all support tables' TO PRV-KEY-VALUE.
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
                   ('OrphSwp', :PRV-OPERATOR-ID, :PRV-TICKET-REF,
                    :PRV-ACTION-DESC, :PRV-KEY-VALUE,
                    :PRV-ROW-COUNT, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8945-RECORD-PRIV-ACTION-END.
      ******************************************************************
