       IDENTIFICATION DIVISION.
       PROGRAM-ID. BrchImp.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE ASSIGN TO SOURCE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT BRC-REPORT-FILE ASSIGN TO BRC-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The leaked output itself, read back only where the file is
      * the one record of who was in it (MaskExtr).
       FD  SOURCE-FILE.
       01  SOURCE-RECORD          PIC X(400).

       FD  BRC-REPORT-FILE.
       01  BRC-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
      * Breach impact assessment. When an output goes to the wrong
      * recipient or is lost, the regulator must be told within 72
      * hours how many people are affected and which data were
      * exposed. Given the output - a catalogued file name (ExtFix,
      * CsvExtr, MaskExtr, a BelInfo letter file or any catalogued
      * report) or MAILSPL and a MailSpl run's job_run_log id - this
      * works out who was in it: the extracts, letter runs and mail
      * runs record every individual they send in contact_history
      * and mail_staging; MaskExtr records nobody, so its file is
      * read back (the databank id is its first column). The people
      * and the categories of data go into breach_assessment and
      * breach_subject, and two files are written:
      *   BRCIMP_<assessment>.TXT - the regulator's impact summary:
      *       the output, the 72-hour deadline, head counts, countries,
      *       data categories, pseudonymization and the risk level;
      *   BRCNOT_<assessment>.TXT - the notification list: everyone
      *       in the output with the decision taken - NOTIFY, or held
      *       back as DECEASED, under legal HOLD (counsel decides), or
      *       GONE (no longer in the databank).
      * BelInfo BREACH <assessment> writes the letters to the NOTIFY
      * rows. The assessment is a privileged action: operator and
      * ticket are required and it is logged.
       01  SOURCE-FILENAME        PIC X(80) VALUE SPACES.
       01  WS-SOURCE-STATUS       PIC X(02) VALUE SPACES.
           88  SOURCE-STATUS-OK        VALUE '00'.
           88  SOURCE-FILE-NOT-FOUND   VALUE '35'.
       01  SOURCE-EOF-SWITCH      PIC X VALUE 'N'.
           88  SOURCE-EOF         VALUE 'Y'.
       01  BRC-REPORT-FILENAME    PIC X(60) VALUE SPACES.
       01  IMPACT-FILENAME        PIC X(60) VALUE SPACES.
       01  IMPACT-LINES           PIC 9(6) VALUE ZEROS.
       01  IMPACT-PAGES           PIC 9(4) VALUE ZEROS.
       01  NOTIFY-FILENAME        PIC X(60) VALUE SPACES.
       01  NOTIFY-LINES           PIC 9(6) VALUE ZEROS.
       01  NOTIFY-PAGES           PIC 9(4) VALUE ZEROS.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  CMD-LINE-PARM          PIC X(200) VALUE SPACES.
       01  CMD-PTR                PIC 9(3) VALUE 1.
       01  DATE-PARM              PIC X(20) VALUE SPACES.
       01  SOURCE-PARM            PIC X(80) VALUE SPACES.
       01  RUN-PARM               PIC X(20) VALUE SPACES.
       01  DATE-WORK.
           05  DTW-YEAR           PIC 9(4).
           05  DTW-SEP-1          PIC X(1).
           05  DTW-MONTH          PIC 9(2).
           05  DTW-SEP-2          PIC X(1).
           05  DTW-DAY            PIC 9(2).
       01  DATE-NUM               PIC 9(8) VALUE ZEROS.
       01  TODAY-DATE-NUM         PIC 9(8) VALUE ZEROS.

       01  SOURCE-KIND            PIC X(8) VALUE SPACES.
           88  SOURCE-MAIL-RUN    VALUE 'MAILRUN'.
           88  SOURCE-READ-FILE   VALUE 'FILE'.
           88  SOURCE-CONTACTS    VALUE 'CONTACT'.
       01  SOURCE-LINES-READ      PIC 9(9) VALUE ZEROS.
       01  RISK-REASON            PIC X(100) VALUE SPACES.
       01  PSEUDO-NOTE            PIC X(100) VALUE SPACES.

       01  PAGE-NUMBER            PIC 9(4) VALUE 1.
       01  PAGE-NUMBER-DISP       PIC ZZZ9.
       01  LINE-COUNT             PIC 9(3) VALUE 0.
       01  LINES-PER-PAGE         PIC 9(3) VALUE 60.
       01  REPORT-LINES-WRITTEN   PIC 9(6) VALUE ZEROS.
       01  REPORT-TITLE           PIC X(60) VALUE SPACES.
       01  REPORT-LINE            PIC X(132) VALUE SPACES.
       01  DASH-LINE              PIC X(100) VALUE ALL '-'.
       01  COUNT-DISP             PIC Z(8)9.
       01  PREV-NOTIFY-STATUS     PIC X(10) VALUE SPACES.

       01  NOTIFY-HEADING-LINE.
           05  FILLER             PIC X(38) VALUE 'Databank id'.
           05  FILLER             PIC X(32) VALUE 'Name'.
           05  FILLER             PIC X(8) VALUE 'Country'.
           05  FILLER             PIC X(6) VALUE 'Minor'.
           05  FILLER             PIC X(6) VALUE 'NRN'.
           05  FILLER             PIC X(10) VALUE 'Decision'.

       01  NOTIFY-LINE.
           05  NL-DATABANK-ID     PIC X(38).
           05  NL-NAME            PIC X(32).
           05  NL-COUNTRY         PIC X(8).
           05  NL-MINOR           PIC X(6).
           05  NL-NATIONAL-NO     PIC X(6).
           05  NL-STATUS          PIC X(10).

       01  COUNTRY-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  CL-COUNTRY         PIC X(10).
           05  CL-COUNT           PIC Z(8)9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "JobRun.cpy".
       COPY "RptCat.cpy".
       COPY "PrivLog.cpy".
       COPY "OprVar.cpy".

       01  BRC-ASSESSMENT-NO      PIC X(12) VALUE SPACES.
       01  BRC-SOURCE-PROGRAM     PIC X(20) VALUE SPACES.
       01  BRC-SOURCE-REF         PIC X(80) VALUE SPACES.
       01  BRC-CATALOG-ID         PIC S9(9) COMP-5 VALUE ZERO.
       01  BRC-OUTPUT-DATE        PIC X(10) VALUE SPACES.
       01  BRC-PURGED-FLAG        PIC X(1) VALUE SPACES.
       01  BRC-DISCOVERED-ON      PIC X(10) VALUE SPACES.
       01  BRC-REGULATOR-DUE      PIC X(10) VALUE SPACES.
       01  BRC-PSEUDONYMIZED      PIC X(1) VALUE 'N'.
       01  BRC-CATEGORIES         PIC X(200) VALUE SPACES.
       01  BRC-RISK-LEVEL         PIC X(6) VALUE SPACES.
       01  BRC-MAIL-RUN-ID        PIC S9(9) COMP-5 VALUE ZERO.
       01  BRC-SUBJECT-ID         PIC X(36) VALUE SPACES.
       01  BRC-ROWS-FOUND         PIC S9(9) COMP-5 VALUE ZERO.

       01  SQL-COUNTS-ROW.
           05  CNT-INDIVIDUALS    PIC S9(9) COMP-5.
           05  CNT-MINORS         PIC S9(9) COMP-5.
           05  CNT-NATIONAL-NO    PIC S9(9) COMP-5.
           05  CNT-DECEASED       PIC S9(9) COMP-5.
           05  CNT-HELD           PIC S9(9) COMP-5.
           05  CNT-GONE           PIC S9(9) COMP-5.
           05  CNT-NOTIFY         PIC S9(9) COMP-5.

       01  SQL-COUNTRY-ROW.
           05  CTY-CODE           PIC X(10).
           05  CTY-COUNT          PIC S9(9) COMP-5.

       01  SQL-SUBJECT-ROW.
           05  SBJ-DATABANK-ID    PIC X(36).
           05  SBJ-NAME           PIC X(60).
           05  SBJ-COUNTRY        PIC X(10).
           05  SBJ-MINOR          PIC X(1).
           05  SBJ-NATIONAL-NO    PIC X(1).
           05  SBJ-STATUS         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           MOVE 'BrchImp' TO JRL-PROGRAM-NAME.

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

           PERFORM 2001-IDENTIFY-SOURCE
               THRU 2001-IDENTIFY-SOURCE-END.

           PERFORM 2500-OPEN-ASSESSMENT
               THRU 2500-OPEN-ASSESSMENT-END.

           EVALUATE TRUE
               WHEN SOURCE-MAIL-RUN
                   PERFORM 3100-COLLECT-MAIL-RUN
                       THRU 3100-COLLECT-MAIL-RUN-END
               WHEN SOURCE-READ-FILE
                   PERFORM 3200-COLLECT-FROM-FILE
                       THRU 3200-COLLECT-FROM-FILE-END
               WHEN OTHER
                   PERFORM 3300-COLLECT-CONTACTS
                       THRU 3300-COLLECT-CONTACTS-END
           END-EVALUATE.

           PERFORM 3500-CLASSIFY-SUBJECTS
               THRU 3500-CLASSIFY-SUBJECTS-END.

           PERFORM 3600-ASSESS-IMPACT
               THRU 3600-ASSESS-IMPACT-END.

           PERFORM 4001-WRITE-IMPACT-SUMMARY
               THRU 4001-WRITE-IMPACT-SUMMARY-END.

           PERFORM 5001-WRITE-NOTIFY-LIST
               THRU 5001-WRITE-NOTIFY-LIST-END.

           MOVE 'BREACH ASSESSMENT' TO PRV-ACTION-DESC.
           STRING 'BREACH ASSESSMENT ' DELIMITED BY SIZE
                  BRC-ASSESSMENT-NO DELIMITED BY SPACE
                  ' RISK ' DELIMITED BY SIZE
                  BRC-RISK-LEVEL DELIMITED BY SPACE
                  INTO PRV-ACTION-DESC.
           MOVE BRC-SOURCE-REF TO PRV-KEY-VALUE.
           MOVE CNT-INDIVIDUALS TO PRV-ROW-COUNT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           DISPLAY 'Breach assessment ' FUNCTION TRIM(BRC-ASSESSMENT-NO)
                   ' - ' FUNCTION TRIM(BRC-SOURCE-REF).
           MOVE CNT-INDIVIDUALS TO COUNT-DISP.
           DISPLAY 'Individuals affected: ' COUNT-DISP
                   '   risk: ' BRC-RISK-LEVEL.
           MOVE CNT-NOTIFY TO COUNT-DISP.
           DISPLAY 'To notify:            ' COUNT-DISP
                   '   (BelInfo BREACH '
                   FUNCTION TRIM(BRC-ASSESSMENT-NO) ')'.
           DISPLAY 'Tell the regulator by ' BRC-REGULATOR-DUE
                   ' (72 hours from discovery).'.

           MOVE CNT-INDIVIDUALS TO JRL-ROWS-READ.
           MOVE CNT-NOTIFY TO JRL-ROWS-UPDATED.
           COMPUTE JRL-ROWS-REJECTED = CNT-DECEASED + CNT-HELD
                                     + CNT-GONE.
           IF CNT-INDIVIDUALS = 0
               MOVE 4 TO JRL-RETURN-CODE
           END-IF.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.

           MOVE IMPACT-FILENAME TO BRC-REPORT-FILENAME.
           MOVE IMPACT-LINES TO REPORT-LINES-WRITTEN.
           MOVE IMPACT-PAGES TO PAGE-NUMBER.
           PERFORM 3900-REGISTER-REPORT-FILE
               THRU 3900-REGISTER-REPORT-FILE-END.

           MOVE NOTIFY-FILENAME TO BRC-REPORT-FILENAME.
           MOVE NOTIFY-LINES TO REPORT-LINES-WRITTEN.
           MOVE NOTIFY-PAGES TO PAGE-NUMBER.
           PERFORM 3900-REGISTER-REPORT-FILE
               THRU 3900-REGISTER-REPORT-FILE-END.
           MOVE JRL-RETURN-CODE TO RETURN-CODE.
       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           STOP RUN.
      ******************************************************************
      * The clock runs from the day we learned of the breach, so that
      * date is given, not assumed.
       1100-GET-PARMS.
           ACCEPT CMD-LINE-PARM FROM COMMAND-LINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE-NUM.

           MOVE 1 TO CMD-PTR.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO PRV-OPERATOR-ID PRV-TICKET-REF DATE-PARM
                    SOURCE-PARM RUN-PARM
               POINTER CMD-PTR
           END-UNSTRING.

           IF PRV-OPERATOR-ID = SPACES OR PRV-TICKET-REF = SPACES
               DISPLAY 'An operator id and a ticket/case reference '
                       'are required before this utility acts.'
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           IF SOURCE-PARM = SPACES
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           MOVE DATE-PARM(1:10) TO DATE-WORK.
           IF DATE-PARM(11:) NOT = SPACES
            OR DTW-YEAR IS NOT NUMERIC
            OR DTW-MONTH IS NOT NUMERIC
            OR DTW-DAY IS NOT NUMERIC
            OR DTW-SEP-1 NOT = '-' OR DTW-SEP-2 NOT = '-'
               DISPLAY 'Discovery date must be given as YYYY-MM-DD: '
                       DATE-PARM
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           COMPUTE DATE-NUM = DTW-YEAR * 10000
                            + DTW-MONTH * 100 + DTW-DAY.
           IF FUNCTION TEST-DATE-YYYYMMDD(DATE-NUM) NOT = 0
            OR DATE-NUM > TODAY-DATE-NUM
               DISPLAY 'Discovery date is not a calendar date up to '
                       'today: ' DATE-PARM
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.
           MOVE DATE-WORK TO BRC-DISCOVERED-ON.

           IF FUNCTION UPPER-CASE(SOURCE-PARM) = 'MAILSPL'
               IF FUNCTION TEST-NUMVAL(RUN-PARM) NOT = 0
                OR RUN-PARM = SPACES
                   DISPLAY 'MAILSPL needs the run''s job_run_log id: '
                           RUN-PARM
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
               END-IF
               COMPUTE BRC-MAIL-RUN-ID = FUNCTION NUMVAL(RUN-PARM)
               SET SOURCE-MAIL-RUN TO TRUE
           ELSE
               MOVE SOURCE-PARM TO SOURCE-FILENAME
           END-IF.
       1100-GET-PARMS-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: BrchImp <operator> <ticket> <discovered '
                   'yyyy-mm-dd> <output file name>'.
           DISPLAY '       BrchImp <operator> <ticket> <discovered '
                   'yyyy-mm-dd> MAILSPL <job_run_log id>'.
           DISPLAY '  The output is a catalogued file (ExtFix, '
                   'CsvExtr, MaskExtr, a BelInfo letter file, any '
                   'report) or a MailSpl run.'.
           MOVE 8 TO JRL-RETURN-CODE.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       1150-SHOW-USAGE-END.
      ******************************************************************
      * An assessment reads every individual in the output and logs
      * the act, so it takes an EXECUTE right like the other
      * privileged utilities.
       1040-CHECK-OPERATOR-RIGHT.
           MOVE 'BrchImp' TO OPR-PROGRAM-NAME.
           MOVE 'EXECUTE' TO OPR-MODE-NEEDED.
           MOVE SOURCE-PARM TO PRV-KEY-VALUE.
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
       1070-START-JOB-RUN-LOG.
           EXEC SQL
               SELECT CAST(CURRENT_TIMESTAMP AS VARCHAR)
               INTO :JRL-STARTED-TS
           END-EXEC.
       1070-START-JOB-RUN-LOG-END.
      ******************************************************************
      * What the output was decides where its contents are recorded
      * and which data categories it carried. A MailSpl run is found
      * in mail_staging; a file is looked up in the report catalog,
      * and a file the catalog does not know (a single MailSpl spool
      * message) in contact_history. Anything else cannot be assessed
      * from our records and the run stops.
       2001-IDENTIFY-SOURCE.
           IF SOURCE-MAIL-RUN
               MOVE 'MailSpl' TO BRC-SOURCE-PROGRAM
               MOVE SPACES TO BRC-SOURCE-REF
               MOVE BRC-MAIL-RUN-ID TO COUNT-DISP
               STRING 'MailSpl run ' DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                      INTO BRC-SOURCE-REF
               EXEC SQL
                   SELECT COUNT(*),
                          COALESCE(TO_CHAR(MIN(created_at),
                                           'YYYY-MM-DD'), '')
                   INTO :BRC-ROWS-FOUND, :BRC-OUTPUT-DATE
                   FROM mail_staging
                   WHERE job_run_log_id = :BRC-MAIL-RUN-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
               IF BRC-ROWS-FOUND = 0
                   DISPLAY '*** No staged messages for MailSpl run '
                           FUNCTION TRIM(COUNT-DISP) ' - check the '
                           'job_run_log id. ***'
                   PERFORM 2900-REFUSE-SOURCE
                       THRU 2900-REFUSE-SOURCE-END
               END-IF
               GO TO 2001-IDENTIFY-SOURCE-END
           END-IF.

           MOVE SOURCE-FILENAME TO BRC-SOURCE-REF.

           EXEC SQL
               SELECT id, program_name,
                      COALESCE(TO_CHAR(run_date, 'YYYY-MM-DD'), ''),
                      CASE WHEN purged_at IS NULL THEN 'N'
                           ELSE 'Y' END
               INTO :BRC-CATALOG-ID, :BRC-SOURCE-PROGRAM,
                    :BRC-OUTPUT-DATE, :BRC-PURGED-FLAG
               FROM report_catalog
               WHERE TRIM(file_name) = TRIM(:BRC-SOURCE-REF)
               ORDER BY id DESC
               LIMIT 1
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   MOVE ZERO TO BRC-CATALOG-ID
                   EXEC SQL
                       SELECT COALESCE(MIN(program_name), ''),
                              COALESCE(TO_CHAR(MIN(contacted_at),
                                               'YYYY-MM-DD'), '')
                       INTO :BRC-SOURCE-PROGRAM, :BRC-OUTPUT-DATE
                       FROM contact_history
                       WHERE document_ref = TRIM(:BRC-SOURCE-REF)
                   END-EXEC
                   IF SQLCODE NOT = 0
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
                   END-IF
                   IF BRC-SOURCE-PROGRAM = SPACES
                       DISPLAY '*** ' FUNCTION TRIM(BRC-SOURCE-REF)
                               ' is neither in the report catalog nor '
                               'in the contact history - it cannot be '
                               'assessed from our records. ***'
                       PERFORM 2900-REFUSE-SOURCE
                           THRU 2900-REFUSE-SOURCE-END
                   END-IF
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           IF BRC-SOURCE-PROGRAM = 'MaskExtr'
               SET SOURCE-READ-FILE TO TRUE
               OPEN INPUT SOURCE-FILE
               IF NOT SOURCE-STATUS-OK
                   DISPLAY '*** ' FUNCTION TRIM(SOURCE-FILENAME)
                           ' cannot be read (status '
                           WS-SOURCE-STATUS ') - MaskExtr records '
                           'nobody in the database, so restore the '
                           'file from backup to assess it. ***'
                   PERFORM 2900-REFUSE-SOURCE
                       THRU 2900-REFUSE-SOURCE-END
               END-IF
           ELSE
               SET SOURCE-CONTACTS TO TRUE
           END-IF.
       2001-IDENTIFY-SOURCE-END.
      ******************************************************************
       2900-REFUSE-SOURCE.
           MOVE 8 TO JRL-RETURN-CODE.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       2900-REFUSE-SOURCE-END.
      ******************************************************************
      * Assessment numbers run BRC000001 upwards. The regulator's
      * deadline is 72 hours after discovery - three calendar days.
      * The data categories follow from the program that produced the
      * output: its record layout is fixed.
       2500-OPEN-ASSESSMENT.
           EVALUATE BRC-SOURCE-PROGRAM
               WHEN 'ExtFix'
                   MOVE 'name, email, country, age, gender, language, '
                        & 'national register number, databank id'
                       TO BRC-CATEGORIES
               WHEN 'CsvExtr'
                   MOVE 'name, email, country, age, gender, language'
                       TO BRC-CATEGORIES
               WHEN 'MaskExtr'
                   MOVE 'databank id, country, age, gender, language '
                        & '(name and email pseudonymized)'
                       TO BRC-CATEGORIES
                   MOVE 'Y' TO BRC-PSEUDONYMIZED
               WHEN 'BelInfo'
                   MOVE 'name, postal address, email, language; a '
                        & 'minor''s name in letters to the guardian'
                       TO BRC-CATEGORIES
               WHEN 'MailSpl'
                   MOVE 'name, email address, language'
                       TO BRC-CATEGORIES
               WHEN OTHER
                   MOVE SPACES TO BRC-CATEGORIES
                   STRING 'as laid out by ' DELIMITED BY SIZE
                          BRC-SOURCE-PROGRAM DELIMITED BY SPACE
                          ' - review the file for the fields it '
                              DELIMITED BY SIZE
                          'carries' DELIMITED BY SIZE
                          INTO BRC-CATEGORIES
           END-EVALUATE.

           EXEC SQL
               SELECT 'BRC' ||
                      LPAD(CAST(COALESCE(MAX(CAST(SUBSTR(assessment_no,
                                                  4) AS INTEGER)), 0)
                                + 1 AS VARCHAR), 6, '0'),
                      TO_CHAR(CAST(:BRC-DISCOVERED-ON AS DATE) + 3,
                              'YYYY-MM-DD')
               INTO :BRC-ASSESSMENT-NO, :BRC-REGULATOR-DUE
               FROM breach_assessment
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO breach_assessment
                   (assessment_no, source_program, source_ref,
                    report_catalog_id, output_date, discovered_on,
                    regulator_due_on, pseudonymized, data_categories,
                    operator_id, ticket_ref, assessed_at)
               VALUES
                   (TRIM(:BRC-ASSESSMENT-NO), TRIM(:BRC-SOURCE-PROGRAM),
                    TRIM(:BRC-SOURCE-REF),
                    NULLIF(:BRC-CATALOG-ID, 0),
                    CAST(NULLIF(TRIM(:BRC-OUTPUT-DATE), '') AS DATE),
                    CAST(:BRC-DISCOVERED-ON AS DATE),
                    CAST(:BRC-REGULATOR-DUE AS DATE),
                    :BRC-PSEUDONYMIZED, TRIM(:BRC-CATEGORIES),
                    TRIM(:PRV-OPERATOR-ID), TRIM(:PRV-TICKET-REF),
                    CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       2500-OPEN-ASSESSMENT-END.
      ******************************************************************
      * Every message of the run was staged under its job_run_log id.
       3100-COLLECT-MAIL-RUN.
           EXEC SQL
               INSERT INTO breach_subject
                   (assessment_no, databank_id, notify_status)
               SELECT DISTINCT TRIM(:BRC-ASSESSMENT-NO), databank_id,
                      'NOTIFY'
               FROM mail_staging
               WHERE job_run_log_id = :BRC-MAIL-RUN-ID
                 AND databank_id IS NOT NULL
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3100-COLLECT-MAIL-RUN-END.
      ******************************************************************
      * MaskExtr's first column is the real databank id; the header
      * line starts 'id,' and is skipped. An id that appears twice is
      * one person.
       3200-COLLECT-FROM-FILE.
           MOVE ZEROS TO SOURCE-LINES-READ.
           MOVE 'N' TO SOURCE-EOF-SWITCH.

           READ SOURCE-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ.

           PERFORM 3210-STORE-FILE-SUBJECT
               THRU 3210-STORE-FILE-SUBJECT-END
               UNTIL SOURCE-EOF.

           CLOSE SOURCE-FILE.

           MOVE SOURCE-LINES-READ TO COUNT-DISP.
           DISPLAY 'Lines read from ' FUNCTION TRIM(SOURCE-FILENAME)
                   ': ' COUNT-DISP.
       3200-COLLECT-FROM-FILE-END.
      ******************************************************************
       3210-STORE-FILE-SUBJECT.
           ADD 1 TO SOURCE-LINES-READ.
           MOVE SPACES TO BRC-SUBJECT-ID.
           UNSTRING SOURCE-RECORD DELIMITED BY ','
               INTO BRC-SUBJECT-ID
           END-UNSTRING.

           IF BRC-SUBJECT-ID NOT = SPACES
            AND FUNCTION LOWER-CASE(BRC-SUBJECT-ID) NOT = 'id'
               EXEC SQL
                   INSERT INTO breach_subject
                       (assessment_no, databank_id, notify_status)
                   VALUES
                       (TRIM(:BRC-ASSESSMENT-NO),
                        TRIM(:BRC-SUBJECT-ID), 'NOTIFY')
                   ON CONFLICT (assessment_no, databank_id)
                       DO NOTHING
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           READ SOURCE-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ.
       3210-STORE-FILE-SUBJECT-END.
      ******************************************************************
      * ExtFix, CsvExtr, BelInfo and MailSpl log one contact per
      * individual sent, under the name of the file it went out in.
       3300-COLLECT-CONTACTS.
           EXEC SQL
               INSERT INTO breach_subject
                   (assessment_no, databank_id, notify_status)
               SELECT DISTINCT TRIM(:BRC-ASSESSMENT-NO), databank_id,
                      'NOTIFY'
               FROM contact_history
               WHERE document_ref = TRIM(:BRC-SOURCE-REF)
                 AND program_name = TRIM(:BRC-SOURCE-PROGRAM)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3300-COLLECT-CONTACTS-END.
      ******************************************************************
      * Each person is looked up as they stand today. Someone erased
      * since is GONE (nobody left to write to); a deceased person is
      * not written to; a person under legal hold is left for counsel
      * to decide, since the letter may touch the litigation. A minor
      * is still notified - BelInfo addresses the letter to the
      * guardian. Only ExtFix carries the national register number,
      * so only there does holding one count as exposed.
       3500-CLASSIFY-SUBJECTS.
           EXEC SQL
               UPDATE breach_subject bs
               SET country_code =
                       (SELECT d.country_code FROM databank d
                         WHERE d.id = bs.databank_id),
                   minor_flag =
                       COALESCE(
                       (SELECT CASE WHEN COALESCE(CAST(EXTRACT(YEAR
                                    FROM AGE(CURRENT_DATE,
                                             d.birth_date))
                                    AS INTEGER), d.age) < 18
                                    THEN 'Y' ELSE 'N' END
                          FROM databank d
                         WHERE d.id = bs.databank_id), 'N'),
                   national_no_flag =
                       COALESCE(
                       (SELECT CASE WHEN TRIM(:BRC-SOURCE-PROGRAM)
                                         = 'ExtFix'
                                     AND COALESCE(d.national_no, '')
                                         <> ''
                                    THEN 'Y' ELSE 'N' END
                          FROM databank d
                         WHERE d.id = bs.databank_id), 'N'),
                   notify_status =
                       CASE WHEN NOT EXISTS
                                 (SELECT 1 FROM databank d
                                   WHERE d.id = bs.databank_id)
                            THEN 'GONE'
                            WHEN EXISTS
                                 (SELECT 1 FROM databank d
                                   WHERE d.id = bs.databank_id
                                     AND d.status_reason = 'DECEASED')
                            THEN 'DECEASED'
                            WHEN EXISTS
                                 (SELECT 1 FROM legal_hold lh,
                                         databank d
                                   WHERE d.id = bs.databank_id
                                     AND lh.released_at IS NULL
                                     AND (lh.databank_id = d.id
                                          OR LOWER(TRIM(lh.email)) =
                                             LOWER(TRIM(d.email))))
                            THEN 'HOLD'
                            ELSE 'NOTIFY' END
               WHERE bs.assessment_no = TRIM(:BRC-ASSESSMENT-NO)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3500-CLASSIFY-SUBJECTS-END.
      ******************************************************************
      * Risk to the individuals: HIGH when national register numbers
      * left in clear, or children's data in a file that names them;
      * LOW when the file was pseudonymized (it identifies nobody
      * without our databank); MEDIUM otherwise - names and contact
      * details in clear. An output with nobody in it carries no
      * personal data. The DPO still decides on the notifications;
      * this is the starting point the regulator's form asks for.
       3600-ASSESS-IMPACT.
           EXEC SQL
               SELECT COUNT(*),
                      COUNT(*) FILTER (WHERE minor_flag = 'Y'),
                      COUNT(*) FILTER (WHERE national_no_flag = 'Y'),
                      COUNT(*) FILTER (WHERE notify_status
                                             = 'DECEASED'),
                      COUNT(*) FILTER (WHERE notify_status = 'HOLD'),
                      COUNT(*) FILTER (WHERE notify_status = 'GONE'),
                      COUNT(*) FILTER (WHERE notify_status = 'NOTIFY')
               INTO :CNT-INDIVIDUALS, :CNT-MINORS, :CNT-NATIONAL-NO,
                    :CNT-DECEASED, :CNT-HELD, :CNT-GONE, :CNT-NOTIFY
               FROM breach_subject
               WHERE assessment_no = TRIM(:BRC-ASSESSMENT-NO)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EVALUATE TRUE
               WHEN CNT-INDIVIDUALS = 0
                   MOVE 'NONE' TO BRC-RISK-LEVEL
                   MOVE 'no individual is recorded in this output'
                       TO RISK-REASON
               WHEN CNT-NATIONAL-NO > 0
                   MOVE 'HIGH' TO BRC-RISK-LEVEL
                   MOVE 'national register numbers exposed in clear'
                       TO RISK-REASON
               WHEN CNT-MINORS > 0 AND BRC-PSEUDONYMIZED NOT = 'Y'
                   MOVE 'HIGH' TO BRC-RISK-LEVEL
                   MOVE 'data of minors exposed in clear'
                       TO RISK-REASON
               WHEN BRC-PSEUDONYMIZED = 'Y'
                   MOVE 'LOW' TO BRC-RISK-LEVEL
                   MOVE 'pseudonymized - identifies nobody without '
                        & 'our databank' TO RISK-REASON
               WHEN OTHER
                   MOVE 'MEDIUM' TO BRC-RISK-LEVEL
                   MOVE 'names and contact details exposed in clear'
                       TO RISK-REASON
           END-EVALUATE.

           IF BRC-PSEUDONYMIZED = 'Y'
               MOVE 'Yes - names and email replaced by per-file '
                    & 'tokens; the databank id is an internal key'
                   TO PSEUDO-NOTE
           ELSE
               MOVE 'No - the data left in clear' TO PSEUDO-NOTE
           END-IF.

           EXEC SQL
               UPDATE breach_assessment
               SET individuals_count = :CNT-INDIVIDUALS,
                   minors_count = :CNT-MINORS,
                   national_no_count = :CNT-NATIONAL-NO,
                   deceased_count = :CNT-DECEASED,
                   held_count = :CNT-HELD,
                   gone_count = :CNT-GONE,
                   notify_count = :CNT-NOTIFY,
                   risk_level = TRIM(:BRC-RISK-LEVEL)
               WHERE assessment_no = TRIM(:BRC-ASSESSMENT-NO)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3600-ASSESS-IMPACT-END.
      ******************************************************************
       4001-WRITE-IMPACT-SUMMARY.
           MOVE SPACES TO BRC-REPORT-FILENAME.
           STRING 'BRCIMP_' DELIMITED BY SIZE
                  BRC-ASSESSMENT-NO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
                  INTO BRC-REPORT-FILENAME.

           MOVE SPACES TO REPORT-TITLE.
           STRING 'Personal data breach - impact assessment '
                      DELIMITED BY SIZE
                  BRC-ASSESSMENT-NO DELIMITED BY SPACE
                  INTO REPORT-TITLE.

           PERFORM 3050-OPEN-REPORT-FILE
               THRU 3050-OPEN-REPORT-FILE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Ticket:                  ' DELIMITED BY SIZE
                  PRV-TICKET-REF DELIMITED BY SPACE
                  '   assessed by ' DELIMITED BY SIZE
                  PRV-OPERATOR-ID DELIMITED BY SPACE
                  ' on ' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Output:                  ' DELIMITED BY SIZE
                  BRC-SOURCE-REF DELIMITED BY '  '
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Produced by:             ' DELIMITED BY SIZE
                  BRC-SOURCE-PROGRAM DELIMITED BY SPACE
                  ' on ' DELIMITED BY SIZE
                  BRC-OUTPUT-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           IF BRC-PURGED-FLAG = 'Y'
               MOVE '                         (purged from the run '
                    & 'directory since - our copy is gone, the '
                    & 'recipient''s is not)' TO REPORT-LINE
               PERFORM 1200-WRITE-REPORT-LINE
                   THRU 1200-WRITE-REPORT-LINE-END
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Breach discovered on:    ' DELIMITED BY SIZE
                  BRC-DISCOVERED-ON DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Notify the regulator by: ' DELIMITED BY SIZE
                  BRC-REGULATOR-DUE DELIMITED BY SIZE
                  ' (72 hours after discovery)' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE CNT-INDIVIDUALS TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Individuals affected:    ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE CNT-MINORS TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING '  of whom minors:        ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE CNT-NATIONAL-NO TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING '  with national number:  ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE 'Individuals by country:' TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           PERFORM 4100-WRITE-COUNTRY-COUNTS
               THRU 4100-WRITE-COUNTRY-COUNTS-END.

           MOVE SPACES TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Data categories:         ' DELIMITED BY SIZE
                  BRC-CATEGORIES DELIMITED BY '  '
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Pseudonymized:           ' DELIMITED BY SIZE
                  PSEUDO-NOTE DELIMITED BY '  '
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Risk to individuals:     ' DELIMITED BY SIZE
                  BRC-RISK-LEVEL DELIMITED BY SPACE
                  ' - ' DELIMITED BY SIZE
                  RISK-REASON DELIMITED BY '  '
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           IF BRC-RISK-LEVEL = 'HIGH'
               MOVE 'Individual notification: required without '
                    & 'undue delay' TO REPORT-LINE
           ELSE
               MOVE 'Individual notification: at the DPO''s '
                    & 'judgement' TO REPORT-LINE
           END-IF.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE CNT-NOTIFY TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'To notify by letter:     ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  '   (BelInfo BREACH ' DELIMITED BY SIZE
                  BRC-ASSESSMENT-NO DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE CNT-DECEASED TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Not written to - deceased:' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE CNT-HELD TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING '  under legal hold:      ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  '   (counsel decides)' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           MOVE CNT-GONE TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING '  erased since:          ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           CLOSE BRC-REPORT-FILE.
           MOVE BRC-REPORT-FILENAME TO IMPACT-FILENAME.
           MOVE REPORT-LINES-WRITTEN TO IMPACT-LINES.
           MOVE PAGE-NUMBER TO IMPACT-PAGES.
       4001-WRITE-IMPACT-SUMMARY-END.
      ******************************************************************
       4100-WRITE-COUNTRY-COUNTS.
           EXEC SQL DECLARE CTY_CUR CURSOR FOR
               SELECT COALESCE(country_code, '(gone)'), COUNT(*)
               FROM breach_subject
               WHERE assessment_no = TRIM(:BRC-ASSESSMENT-NO)
               GROUP BY COALESCE(country_code, '(gone)')
               ORDER BY 2 DESC, 1
           END-EXEC.

           EXEC SQL OPEN CTY_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH CTY_CUR
                   INTO :CTY-CODE, :CTY-COUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       MOVE CTY-CODE TO CL-COUNTRY
                       MOVE CTY-COUNT TO CL-COUNT
                       MOVE COUNTRY-LINE TO REPORT-LINE
                       PERFORM 1200-WRITE-REPORT-LINE
                           THRU 1200-WRITE-REPORT-LINE-END
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CTY_CUR END-EXEC.
       4100-WRITE-COUNTRY-COUNTS-END.
      ******************************************************************
      * Everyone in the output, grouped by the decision taken: the
      * NOTIFY group is what the BREACH letter run writes to, the
      * others are the reasons a person gets no letter.
       5001-WRITE-NOTIFY-LIST.
           MOVE SPACES TO BRC-REPORT-FILENAME.
           STRING 'BRCNOT_' DELIMITED BY SIZE
                  BRC-ASSESSMENT-NO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
                  INTO BRC-REPORT-FILENAME.

           MOVE SPACES TO REPORT-TITLE.
           STRING 'Breach notification list ' DELIMITED BY SIZE
                  BRC-ASSESSMENT-NO DELIMITED BY SPACE
                  INTO REPORT-TITLE.

           PERFORM 3050-OPEN-REPORT-FILE
               THRU 3050-OPEN-REPORT-FILE-END.

           MOVE SPACES TO PREV-NOTIFY-STATUS.

           EXEC SQL DECLARE NOT_CUR CURSOR FOR
               SELECT bs.databank_id,
                      COALESCE(TRIM(d.last_name) || ' ' ||
                               TRIM(d.first_name), ''),
                      COALESCE(bs.country_code, ''),
                      COALESCE(bs.minor_flag, 'N'),
                      COALESCE(bs.national_no_flag, 'N'),
                      bs.notify_status
               FROM breach_subject bs
               LEFT JOIN databank d ON d.id = bs.databank_id
               WHERE bs.assessment_no = TRIM(:BRC-ASSESSMENT-NO)
               ORDER BY CASE bs.notify_status
                            WHEN 'NOTIFY' THEN 1
                            WHEN 'HOLD' THEN 2
                            WHEN 'DECEASED' THEN 3
                            ELSE 4 END,
                        bs.country_code, d.last_name, d.first_name,
                        bs.databank_id
           END-EXEC.

           EXEC SQL OPEN NOT_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH NOT_CUR
                   INTO :SBJ-DATABANK-ID, :SBJ-NAME, :SBJ-COUNTRY,
                        :SBJ-MINOR, :SBJ-NATIONAL-NO, :SBJ-STATUS
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 5100-WRITE-NOTIFY-ROW
                           THRU 5100-WRITE-NOTIFY-ROW-END
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE NOT_CUR END-EXEC.

           IF PREV-NOTIFY-STATUS = SPACES
               MOVE 'Nobody is recorded in this output.'
                   TO REPORT-LINE
               PERFORM 1200-WRITE-REPORT-LINE
                   THRU 1200-WRITE-REPORT-LINE-END
           END-IF.

           CLOSE BRC-REPORT-FILE.
           MOVE BRC-REPORT-FILENAME TO NOTIFY-FILENAME.
           MOVE REPORT-LINES-WRITTEN TO NOTIFY-LINES.
           MOVE PAGE-NUMBER TO NOTIFY-PAGES.
       5001-WRITE-NOTIFY-LIST-END.
      ******************************************************************
       5100-WRITE-NOTIFY-ROW.
           IF SBJ-STATUS NOT = PREV-NOTIFY-STATUS
               MOVE SPACES TO REPORT-LINE
               IF PREV-NOTIFY-STATUS NOT = SPACES
                   PERFORM 1200-WRITE-REPORT-LINE
                       THRU 1200-WRITE-REPORT-LINE-END
               END-IF
               EVALUATE SBJ-STATUS
                   WHEN 'NOTIFY'
                       MOVE 'NOTIFY - letter by BelInfo BREACH run'
                           TO REPORT-LINE
                   WHEN 'HOLD'
                       MOVE 'HOLD - under legal hold, refer to counsel '
                            & 'before writing' TO REPORT-LINE
                   WHEN 'DECEASED'
                       MOVE 'DECEASED - not written to'
                           TO REPORT-LINE
                   WHEN OTHER
                       MOVE 'GONE - erased from the databank since'
                           TO REPORT-LINE
               END-EVALUATE
               PERFORM 1200-WRITE-REPORT-LINE
                   THRU 1200-WRITE-REPORT-LINE-END
               MOVE NOTIFY-HEADING-LINE TO REPORT-LINE
               PERFORM 1200-WRITE-REPORT-LINE
                   THRU 1200-WRITE-REPORT-LINE-END
               MOVE SBJ-STATUS TO PREV-NOTIFY-STATUS
           END-IF.

           MOVE SPACES TO NOTIFY-LINE.
           MOVE SBJ-DATABANK-ID TO NL-DATABANK-ID.
           MOVE SBJ-NAME TO NL-NAME.
           MOVE SBJ-COUNTRY TO NL-COUNTRY.
           IF SBJ-MINOR = 'Y'
               MOVE 'yes' TO NL-MINOR
           END-IF.
           IF SBJ-NATIONAL-NO = 'Y'
               MOVE 'yes' TO NL-NATIONAL-NO
           END-IF.
           MOVE SBJ-STATUS TO NL-STATUS.
           MOVE NOTIFY-LINE TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
       5100-WRITE-NOTIFY-ROW-END.
      ******************************************************************
       3050-OPEN-REPORT-FILE.
           OPEN OUTPUT BRC-REPORT-FILE.
           MOVE 0 TO LINE-COUNT.
           MOVE 1 TO PAGE-NUMBER.
           MOVE ZEROS TO REPORT-LINES-WRITTEN.
           PERFORM 1300-PRINT-PAGE-HEADER
               THRU 1300-PRINT-PAGE-HEADER-END.
       3050-OPEN-REPORT-FILE-END.
      ******************************************************************
      * Both files are registered once the run's job_run_log row is
      * written, so the catalog entries point at this run.
       3900-REGISTER-REPORT-FILE.
           MOVE 'BrchImp' TO CAT-PROGRAM-NAME.
           MOVE BRC-REPORT-FILENAME TO CAT-FILE-NAME.
           MOVE REPORT-LINES-WRITTEN TO CAT-LINE-COUNT.
           MOVE PAGE-NUMBER TO CAT-PAGE-COUNT.
           PERFORM 8910-REGISTER-REPORT
               THRU 8910-REGISTER-REPORT-END.
       3900-REGISTER-REPORT-FILE-END.
      ******************************************************************
       1200-WRITE-REPORT-LINE.
           WRITE BRC-REPORT-LINE FROM REPORT-LINE.
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
           WRITE BRC-REPORT-LINE FROM REPORT-LINE.
           WRITE BRC-REPORT-LINE FROM DASH-LINE.
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

           MOVE 'BrchImp' TO ERR-PROGRAM-NAME.
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
                   ('BrchImp', :PRV-OPERATOR-ID, :PRV-TICKET-REF,
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
