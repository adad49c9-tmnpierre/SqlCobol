       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrvCase.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRV-REPORT-FILE ASSIGN TO PRV-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRV-REPORT-FILE.
       01  PRV-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
      * Privacy-request case register. Access, erasure, rectification
      * and objection requests arrive by letter or email; each becomes
      * a case with its statutory due date - one month from receipt,
      * extendable once by two further months when the handler records
      * why before the first month runs out. Dossier, Erase, DbMnt and
      * Consent take the case number and put their run on the case's
      * trail (privacy_case_action), which is the case's evidence.
      *   DUE, or no parm (the nightly chain) - PRVDUE_yyyymmdd.TXT for
      *       the data-protection officer: open cases overdue, due
      *       within DUE-SOON-DAYS days, and waiting on the requester's
      *       identity. RC 4 when a case is overdue. On the first day
      *       of a month the chain run also writes last month's STATS.
      *   STATS [yyyymm] - PRVSTAT_yyyymm.TXT: requests by type,
      *       received, closed, days to close, closed late, extended,
      *       and open at month end; default the previous month.
      *   OPEN <operator> <type> <received yyyy-mm-dd> <LETTER|EMAIL>
      *       <subject key> - registers a case handled by the operator.
      *   VERIFY <operator> <case> [yyyy-mm-dd] - identity checked.
      *   EXTEND <operator> <case> <reason> - the one legal extension.
      *   ASSIGN <operator> <case> <handler> - hands the case over.
      *   CLOSE <operator> <case> DONE|REFUSED|WITHDRAWN.
      *   SHOW <operator> <case> - the case and its evidence trail.
       01  PRV-REPORT-FILENAME    PIC X(60) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).
       01  PREVIOUS-YEAR          PIC 9(4) VALUE ZEROS.
       01  PREVIOUS-MONTH         PIC 9(2) VALUE ZEROS.

       01  CMD-LINE-PARM          PIC X(200) VALUE SPACES.
       01  CMD-PTR                PIC 9(3) VALUE 1.
       01  REST-PTR               PIC 9(3) VALUE 1.
       01  ACTION-PARM            PIC X(10) VALUE SPACES.
       01  WORD-3                 PIC X(20) VALUE SPACES.
       01  WORD-4                 PIC X(20) VALUE SPACES.
       01  WORD-5                 PIC X(20) VALUE SPACES.
       01  MONTH-PARM             PIC X(20) VALUE SPACES.
       01  CHAIN-RUN-SWITCH       PIC X VALUE 'N'.
           88  CHAIN-RUN          VALUE 'Y'.
       01  CASE-FOUND-SWITCH      PIC X VALUE 'N'.
           88  CASE-FOUND         VALUE 'Y'.

       01  DATE-PARM              PIC X(20) VALUE SPACES.
       01  DATE-WORK.
           05  DTW-YEAR           PIC 9(4).
           05  DTW-SEP-1          PIC X(1).
           05  DTW-MONTH          PIC 9(2).
           05  DTW-SEP-2          PIC X(1).
           05  DTW-DAY            PIC 9(2).
       01  DATE-NUM               PIC 9(8) VALUE ZEROS.
       01  TODAY-DATE-NUM         PIC 9(8) VALUE ZEROS.

       01  PAGE-NUMBER            PIC 9(4) VALUE 1.
       01  PAGE-NUMBER-DISP       PIC ZZZ9.
       01  LINE-COUNT             PIC 9(3) VALUE 0.
       01  LINES-PER-PAGE         PIC 9(3) VALUE 60.
       01  REPORT-LINES-WRITTEN   PIC 9(6) VALUE ZEROS.
       01  REPORT-TITLE           PIC X(60) VALUE SPACES.
       01  REPORT-LINE            PIC X(132) VALUE SPACES.
       01  DASH-LINE              PIC X(100) VALUE ALL '-'.

       01  PREV-BUCKET            PIC 9 VALUE ZERO.
       01  OVERDUE-COUNT          PIC 9(6) VALUE ZEROS.
       01  DUE-SOON-COUNT         PIC 9(6) VALUE ZEROS.
       01  AWAITING-ID-COUNT      PIC 9(6) VALUE ZEROS.
       01  LATE-LISTED-COUNT      PIC 9(6) VALUE ZEROS.
       01  COUNT-DISP             PIC Z(5)9.
       01  DAYS-DISP              PIC -(5)9.

       01  DUE-HEADING-LINE.
           05  FILLER             PIC X(12) VALUE 'Case'.
           05  FILLER             PIC X(10) VALUE 'Type'.
           05  FILLER             PIC X(8) VALUE 'Channel'.
           05  FILLER             PIC X(12) VALUE 'Received'.
           05  FILLER             PIC X(12) VALUE 'Verified'.
           05  FILLER             PIC X(12) VALUE 'Due'.
           05  FILLER             PIC X(4) VALUE 'Ext'.
           05  FILLER             PIC X(8) VALUE 'Days'.
           05  FILLER             PIC X(12) VALUE 'Handler'.
           05  FILLER             PIC X(7) VALUE 'Runs'.

       01  DUE-LINE.
           05  DL-CASE-NO         PIC X(12).
           05  DL-TYPE            PIC X(10).
           05  DL-CHANNEL         PIC X(8).
           05  DL-RECEIVED        PIC X(12).
           05  DL-VERIFIED        PIC X(12).
           05  DL-DUE             PIC X(12).
           05  DL-EXT-MARK        PIC X(4).
           05  DL-DAYS-LEFT       PIC -(5)9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-HANDLER         PIC X(12).
           05  DL-RUNS            PIC Z(3)9.

       01  STAT-HEADING-LINE.
           05  FILLER             PIC X(10) VALUE 'Type'.
           05  FILLER             PIC X(10) VALUE '  Received'.
           05  FILLER             PIC X(9) VALUE '   Closed'.
           05  FILLER             PIC X(10) VALUE '  Avg days'.
           05  FILLER             PIC X(10) VALUE '  Max days'.
           05  FILLER             PIC X(7) VALUE '   Late'.
           05  FILLER             PIC X(10) VALUE '  Extended'.
           05  FILLER             PIC X(13) VALUE '  Open at end'.
           05  FILLER             PIC X(9) VALUE '  Overdue'.

       01  STAT-LINE.
           05  SL-TYPE            PIC X(10).
           05  SL-RECEIVED        PIC Z(9)9.
           05  SL-CLOSED          PIC Z(8)9.
           05  SL-AVG-DAYS        PIC Z(7)9,9.
           05  SL-MAX-DAYS        PIC Z(9)9.
           05  SL-LATE            PIC Z(6)9.
           05  SL-EXTENDED        PIC Z(9)9.
           05  SL-OPEN-END        PIC Z(12)9.
           05  SL-OVERDUE-END     PIC Z(8)9.

       01  LATE-LINE.
           05  LL-CASE-NO         PIC X(12).
           05  LL-TYPE            PIC X(10).
           05  LL-RECEIVED        PIC X(12).
           05  LL-DUE             PIC X(12).
           05  LL-CLOSED          PIC X(12).
           05  LL-DAYS-LATE       PIC Z(5)9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  LL-OUTCOME         PIC X(10).
           05  LL-HANDLER         PIC X(10).

       01  LOCAL-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "JobRun.cpy".
       COPY "RptCat.cpy".
       COPY "PrivLog.cpy".
       COPY "OprVar.cpy".
       COPY "PrcVar.cpy".

       01  CASE-NO                PIC X(12) VALUE SPACES.
       01  CASE-TYPE              PIC X(10) VALUE SPACES.
       01  CASE-CHANNEL           PIC X(10) VALUE SPACES.
       01  CASE-SUBJECT           PIC X(100) VALUE SPACES.
       01  CASE-DATE              PIC X(10) VALUE SPACES.
       01  CASE-REASON            PIC X(100) VALUE SPACES.
       01  CASE-OUTCOME           PIC X(10) VALUE SPACES.
       01  NEW-HANDLER            PIC X(10) VALUE SPACES.
       01  HANDLER-ACTIVE         PIC X(1) VALUE SPACES.
       01  TARGET-MONTH           PIC X(6) VALUE SPACES.
       01  DUE-SOON-DAYS          PIC S9(4) COMP-5 VALUE 7.

       01  SQL-CASE-ROW.
           05  ROW-CASE-NO        PIC X(12).
           05  ROW-TYPE           PIC X(10).
           05  ROW-CHANNEL        PIC X(10).
           05  ROW-SUBJECT        PIC X(100).
           05  ROW-DATABANK-ID    PIC X(36).
           05  ROW-RECEIVED       PIC X(10).
           05  ROW-VERIFIED       PIC X(10).
           05  ROW-DUE            PIC X(10).
           05  ROW-EXTENDED       PIC X(10).
           05  ROW-EXT-REASON     PIC X(100).
           05  ROW-HANDLER        PIC X(10).
           05  ROW-STATUS         PIC X(10).
           05  ROW-OUTCOME        PIC X(10).
           05  ROW-CLOSED         PIC X(10).
           05  ROW-ORIG-DAYS-LEFT PIC S9(9) COMP-5.
           05  ROW-DAYS-LEFT      PIC S9(9) COMP-5.
           05  ROW-RUNS           PIC S9(9) COMP-5.
           05  ROW-BUCKET         PIC S9(4) COMP-5.

       01  SQL-ACTION-ROW.
           05  ACT-AT             PIC X(16).
           05  ACT-PROGRAM        PIC X(20).
           05  ACT-DESC           PIC X(100).
           05  ACT-KEY            PIC X(100).
           05  ACT-ROWS           PIC S9(9) COMP-5.
           05  ACT-EVIDENCE       PIC X(60).
           05  ACT-OPERATOR       PIC X(10).

       01  SQL-STAT-ROW.
           05  STA-TYPE           PIC X(10).
           05  STA-RECEIVED       PIC S9(9) COMP-5.
           05  STA-CLOSED         PIC S9(9) COMP-5.
           05  STA-AVG-DAYS       PIC S9(7)V9 COMP-3.
           05  STA-MAX-DAYS       PIC S9(9) COMP-5.
           05  STA-LATE           PIC S9(9) COMP-5.
           05  STA-EXTENDED       PIC S9(9) COMP-5.
           05  STA-OPEN-END       PIC S9(9) COMP-5.
           05  STA-OVERDUE-END    PIC S9(9) COMP-5.

       01  SQL-LATE-ROW.
           05  LAT-CASE-NO        PIC X(12).
           05  LAT-TYPE           PIC X(10).
           05  LAT-RECEIVED       PIC X(10).
           05  LAT-DUE            PIC X(10).
           05  LAT-CLOSED         PIC X(10).
           05  LAT-DAYS-LATE      PIC S9(9) COMP-5.
           05  LAT-OUTCOME        PIC X(10).
           05  LAT-HANDLER        PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LS-RETURN-CODE         PIC 9(4) COMP VALUE ZERO.
       01  LS-JOB-PARM            PIC X(100).

       PROCEDURE DIVISION USING LS-RETURN-CODE LS-JOB-PARM.
       1000-MAIN-START.
           MOVE 'PrvCase' TO JRL-PROGRAM-NAME.
      *    A background launch (cobcrun, no arguments) leaves the
      *    LINKAGE return code with a null base; point it at local
      *    storage so the failure paths can store through it - the
      *    chain reads a background member's result from job_run_log,
      *    not from this field.
           IF ADDRESS OF LS-RETURN-CODE = NULL
               SET ADDRESS OF LS-RETURN-CODE
                   TO ADDRESS OF LOCAL-RETURN-CODE
           END-IF.

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

           PERFORM 1080-GET-RUN-PARMS
               THRU 1080-GET-RUN-PARMS-END.

           EVALUATE ACTION-PARM
               WHEN 'DUE'
                   PERFORM 3001-WRITE-DUE-LIST
                       THRU 3001-WRITE-DUE-LIST-END
                   IF CHAIN-RUN AND WS-CURRENT-DAY = 1
                       PERFORM 1120-GET-MONTH
                           THRU 1120-GET-MONTH-END
                       PERFORM 4001-WRITE-MONTHLY-STATS
                           THRU 4001-WRITE-MONTHLY-STATS-END
                   END-IF
               WHEN 'STATS'
                   PERFORM 4001-WRITE-MONTHLY-STATS
                       THRU 4001-WRITE-MONTHLY-STATS-END
               WHEN 'OPEN'
                   PERFORM 1040-CHECK-OPERATOR-RIGHT
                       THRU 1040-CHECK-OPERATOR-RIGHT-END
                   PERFORM 2001-OPEN-CASE
                       THRU 2001-OPEN-CASE-END
               WHEN 'VERIFY'
                   PERFORM 1040-CHECK-OPERATOR-RIGHT
                       THRU 1040-CHECK-OPERATOR-RIGHT-END
                   PERFORM 2100-VERIFY-IDENTITY
                       THRU 2100-VERIFY-IDENTITY-END
               WHEN 'EXTEND'
                   PERFORM 1040-CHECK-OPERATOR-RIGHT
                       THRU 1040-CHECK-OPERATOR-RIGHT-END
                   PERFORM 2200-EXTEND-DEADLINE
                       THRU 2200-EXTEND-DEADLINE-END
               WHEN 'ASSIGN'
                   PERFORM 1040-CHECK-OPERATOR-RIGHT
                       THRU 1040-CHECK-OPERATOR-RIGHT-END
                   PERFORM 2300-REASSIGN-CASE
                       THRU 2300-REASSIGN-CASE-END
               WHEN 'CLOSE'
                   PERFORM 1040-CHECK-OPERATOR-RIGHT
                       THRU 1040-CHECK-OPERATOR-RIGHT-END
                   PERFORM 2400-CLOSE-CASE
                       THRU 2400-CLOSE-CASE-END
               WHEN 'SHOW'
                   PERFORM 1040-CHECK-OPERATOR-RIGHT
                       THRU 1040-CHECK-OPERATOR-RIGHT-END
                   PERFORM 2500-SHOW-CASE
                       THRU 2500-SHOW-CASE-END
           END-EVALUATE.

           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.

       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           MOVE JRL-RETURN-CODE TO LS-RETURN-CODE.
           MOVE JRL-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      ******************************************************************
      * Under the Driver chain the job's own parameter card comes
      * in through the CALL interface; the command line is only for
      * standalone runs (it would otherwise be Driver's argument).
      * The subject key of OPEN and the reason of EXTEND run to the
      * end of the line, so the words before them are taken one at a
      * time.
       1080-GET-RUN-PARMS.
           IF ADDRESS OF LS-JOB-PARM NOT = NULL
               MOVE LS-JOB-PARM TO CMD-LINE-PARM
           ELSE
               ACCEPT CMD-LINE-PARM FROM COMMAND-LINE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE-NUM.

           MOVE 1 TO CMD-PTR.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO ACTION-PARM PRV-OPERATOR-ID WORD-3
               POINTER CMD-PTR
           END-UNSTRING.
           MOVE CMD-PTR TO REST-PTR.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO WORD-4 WORD-5
               POINTER CMD-PTR
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ACTION-PARM) TO ACTION-PARM.

      *    The chain starts the job without a parm card.
           IF ACTION-PARM = SPACES
               MOVE 'DUE' TO ACTION-PARM
               SET CHAIN-RUN TO TRUE
           END-IF.

           EVALUATE ACTION-PARM
               WHEN 'DUE'
                   CONTINUE
               WHEN 'STATS'
                   MOVE PRV-OPERATOR-ID TO MONTH-PARM
                   MOVE SPACES TO PRV-OPERATOR-ID
                   PERFORM 1120-GET-MONTH
                       THRU 1120-GET-MONTH-END
               WHEN 'OPEN'
                   PERFORM 1090-GET-OPEN-PARMS
                       THRU 1090-GET-OPEN-PARMS-END
               WHEN 'VERIFY'
               WHEN 'EXTEND'
               WHEN 'ASSIGN'
               WHEN 'CLOSE'
               WHEN 'SHOW'
                   PERFORM 1095-GET-CASE-PARMS
                       THRU 1095-GET-CASE-PARMS-END
               WHEN OTHER
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
           END-EVALUATE.
       1080-GET-RUN-PARMS-END.
      ******************************************************************
      * A case is opened with the date the request reached us, not the
      * date it was keyed - the legal month runs from receipt.
       1090-GET-OPEN-PARMS.
           IF PRV-OPERATOR-ID = SPACES
               DISPLAY 'An operator id is required.'
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           MOVE FUNCTION UPPER-CASE(WORD-3) TO CASE-TYPE.
           IF CASE-TYPE NOT = 'ACCESS'
            AND CASE-TYPE NOT = 'ERASURE'
            AND CASE-TYPE NOT = 'RECTIFY'
            AND CASE-TYPE NOT = 'OBJECT'
               DISPLAY 'Request type must be ACCESS, ERASURE, '
                       'RECTIFY or OBJECT: ' WORD-3
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           MOVE WORD-4 TO DATE-PARM.
           PERFORM 1100-CHECK-DATE-PARM
               THRU 1100-CHECK-DATE-PARM-END.

           MOVE FUNCTION UPPER-CASE(WORD-5) TO CASE-CHANNEL.
           IF CASE-CHANNEL NOT = 'LETTER'
            AND CASE-CHANNEL NOT = 'EMAIL'
               DISPLAY 'Channel must be LETTER or EMAIL: ' WORD-5
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           IF CMD-PTR <= FUNCTION LENGTH(CMD-LINE-PARM)
               MOVE FUNCTION TRIM(CMD-LINE-PARM(CMD-PTR:))
                   TO CASE-SUBJECT
           END-IF.
           IF CASE-SUBJECT = SPACES
               DISPLAY 'The subject key (databank id, email or name '
                       'as given in the request) is required.'
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.
       1090-GET-OPEN-PARMS-END.
      ******************************************************************
       1095-GET-CASE-PARMS.
           IF PRV-OPERATOR-ID = SPACES OR WORD-3 = SPACES
               DISPLAY 'An operator id and a case number are '
                       'required.'
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           MOVE FUNCTION UPPER-CASE(WORD-3) TO CASE-NO.
           MOVE CASE-NO TO PRV-TICKET-REF.
           MOVE CASE-NO TO PRV-KEY-VALUE.

           EVALUATE ACTION-PARM
               WHEN 'VERIFY'
                   IF WORD-4 = SPACES
                       MOVE WS-CURRENT-YEAR TO DTW-YEAR
                       MOVE WS-CURRENT-MONTH TO DTW-MONTH
                       MOVE WS-CURRENT-DAY TO DTW-DAY
                       MOVE '-' TO DTW-SEP-1 DTW-SEP-2
                       MOVE DATE-WORK TO CASE-DATE
                   ELSE
                       MOVE WORD-4 TO DATE-PARM
                       PERFORM 1100-CHECK-DATE-PARM
                           THRU 1100-CHECK-DATE-PARM-END
                   END-IF
               WHEN 'EXTEND'
                   IF REST-PTR <= FUNCTION LENGTH(CMD-LINE-PARM)
                       MOVE FUNCTION TRIM(CMD-LINE-PARM(REST-PTR:))
                           TO CASE-REASON
                   END-IF
                   IF CASE-REASON = SPACES
                       DISPLAY 'The reason for the extension is '
                               'required.'
                       PERFORM 1150-SHOW-USAGE
                           THRU 1150-SHOW-USAGE-END
                   END-IF
               WHEN 'ASSIGN'
                   MOVE FUNCTION UPPER-CASE(WORD-4) TO NEW-HANDLER
                   IF NEW-HANDLER = SPACES
                       PERFORM 1150-SHOW-USAGE
                           THRU 1150-SHOW-USAGE-END
                   END-IF
               WHEN 'CLOSE'
                   MOVE FUNCTION UPPER-CASE(WORD-4) TO CASE-OUTCOME
                   IF CASE-OUTCOME NOT = 'DONE'
                    AND CASE-OUTCOME NOT = 'REFUSED'
                    AND CASE-OUTCOME NOT = 'WITHDRAWN'
                       DISPLAY 'Outcome must be DONE, REFUSED or '
                               'WITHDRAWN.'
                       PERFORM 1150-SHOW-USAGE
                           THRU 1150-SHOW-USAGE-END
                   END-IF
           END-EVALUATE.
       1095-GET-CASE-PARMS-END.
      ******************************************************************
      * A date is a real calendar date as YYYY-MM-DD, not in the
      * future - the same rule DbMnt applies to a birth date.
       1100-CHECK-DATE-PARM.
           MOVE DATE-PARM(1:10) TO DATE-WORK.
           IF DATE-PARM(11:) NOT = SPACES
            OR DTW-YEAR IS NOT NUMERIC
            OR DTW-MONTH IS NOT NUMERIC
            OR DTW-DAY IS NOT NUMERIC
            OR DTW-SEP-1 NOT = '-' OR DTW-SEP-2 NOT = '-'
               DISPLAY 'Date must be given as YYYY-MM-DD: ' DATE-PARM
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           COMPUTE DATE-NUM = DTW-YEAR * 10000
                            + DTW-MONTH * 100 + DTW-DAY.
           IF FUNCTION TEST-DATE-YYYYMMDD(DATE-NUM) NOT = 0
            OR DATE-NUM > TODAY-DATE-NUM
               DISPLAY 'Date is not a calendar date up to today: '
                       DATE-PARM
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           MOVE DATE-WORK TO CASE-DATE.
       1100-CHECK-DATE-PARM-END.
      ******************************************************************
      * A month given as yyyymm is taken as it is; none means the
      * month before the current one.
       1120-GET-MONTH.
           IF MONTH-PARM NOT = SPACES
               IF MONTH-PARM(1:6) IS NOT NUMERIC
                OR MONTH-PARM(7:) NOT = SPACES
                OR MONTH-PARM(5:2) < '01' OR MONTH-PARM(5:2) > '12'
                   DISPLAY 'Month must be yyyymm: ' MONTH-PARM
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
               END-IF
               MOVE MONTH-PARM(1:6) TO TARGET-MONTH
               GO TO 1120-GET-MONTH-END
           END-IF.

           IF WS-CURRENT-MONTH = 1
               COMPUTE PREVIOUS-YEAR = WS-CURRENT-YEAR - 1
               MOVE 12 TO PREVIOUS-MONTH
           ELSE
               MOVE WS-CURRENT-YEAR TO PREVIOUS-YEAR
               COMPUTE PREVIOUS-MONTH = WS-CURRENT-MONTH - 1
           END-IF.
           STRING PREVIOUS-YEAR DELIMITED BY SIZE
                  PREVIOUS-MONTH DELIMITED BY SIZE
                  INTO TARGET-MONTH.
       1120-GET-MONTH-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: PrvCase [DUE]'.
           DISPLAY '       PrvCase STATS [yyyymm]'.
           DISPLAY '       PrvCase OPEN <operator> '
                   '<ACCESS|ERASURE|RECTIFY|OBJECT> <received '
                   'yyyy-mm-dd> <LETTER|EMAIL> <subject key>'.
           DISPLAY '       PrvCase VERIFY <operator> <case> '
                   '[yyyy-mm-dd]'.
           DISPLAY '       PrvCase EXTEND <operator> <case> <reason>'.
           DISPLAY '       PrvCase ASSIGN <operator> <case> <handler>'.
           DISPLAY '       PrvCase CLOSE <operator> <case> '
                   'DONE|REFUSED|WITHDRAWN'.
           DISPLAY '       PrvCase SHOW <operator> <case>'.
           MOVE 8 TO JRL-RETURN-CODE.
           PERFORM 8900-WRITE-JOB-RUN-LOG
               THRU 8900-WRITE-JOB-RUN-LOG-END.
           EXEC SQL DISCONNECT ALL END-EXEC.
           MOVE 8 TO LS-RETURN-CODE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       1150-SHOW-USAGE-END.
      ******************************************************************
      * Keeping the register changes what the DPO is told, so it takes
      * an EXECUTE right; showing a case only reads.
       1040-CHECK-OPERATOR-RIGHT.
           MOVE 'PrvCase' TO OPR-PROGRAM-NAME.
           IF ACTION-PARM = 'SHOW'
               MOVE 'READ' TO OPR-MODE-NEEDED
           ELSE
               MOVE 'EXECUTE' TO OPR-MODE-NEEDED
           END-IF.
           COPY "OprChk.cpy".

           IF OPR-DENIED-FLAG = 'Y'
               MOVE 8 TO LS-RETURN-CODE
               MOVE 8 TO RETURN-CODE
               GOBACK
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
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
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

           MOVE 'PrvCase' TO ERR-PROGRAM-NAME.
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
           MOVE 8 TO LS-RETURN-CODE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
      ******************************************************************
      * Case numbers run PRC000001 upwards. The individual is found
      * when the subject key is a databank id, or an email that
      * matches exactly one row; otherwise the first Dossier, Erase,
      * DbMnt or Consent run on the case fills it in. The due date is
      * one calendar month after receipt (a receipt on the 31st is due
      * on the last day of a shorter month).
       2001-OPEN-CASE.
           EXEC SQL
               SELECT 'PRC' ||
                      LPAD(CAST(COALESCE(MAX(CAST(SUBSTR(case_no, 4)
                                                  AS INTEGER)), 0)
                                + 1 AS VARCHAR), 6, '0')
               INTO :CASE-NO
               FROM privacy_case
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO privacy_case
                   (case_no, request_type, channel, subject_key,
                    databank_id, received_on, due_on, handler_id,
                    status, opened_by, opened_at)
               VALUES
                   (TRIM(:CASE-NO), TRIM(:CASE-TYPE),
                    TRIM(:CASE-CHANNEL), TRIM(:CASE-SUBJECT),
                    COALESCE(
                        (SELECT CAST(d.id AS VARCHAR) FROM databank d
                          WHERE CAST(d.id AS VARCHAR) =
                                LOWER(TRIM(:CASE-SUBJECT))),
                        (SELECT MIN(CAST(d.id AS VARCHAR))
                           FROM databank d
                          WHERE LOWER(TRIM(d.email)) =
                                LOWER(TRIM(:CASE-SUBJECT))
                         HAVING COUNT(*) = 1)),
                    CAST(:CASE-DATE AS DATE),
                    CAST(CAST(:CASE-DATE AS DATE)
                         + INTERVAL '1 month' AS DATE),
                    TRIM(:PRV-OPERATOR-ID), 'OPEN',
                    TRIM(:PRV-OPERATOR-ID), CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE CASE-NO TO PRV-TICKET-REF.
           MOVE CASE-NO TO PRV-KEY-VALUE.
           MOVE SPACES TO PRV-ACTION-DESC.
           STRING 'OPEN ' DELIMITED BY SIZE
                  CASE-TYPE DELIMITED BY SPACE
                  ' BY ' DELIMITED BY SIZE
                  CASE-CHANNEL DELIMITED BY SPACE
                  ' RECEIVED ' DELIMITED BY SIZE
                  CASE-DATE DELIMITED BY SIZE
                  INTO PRV-ACTION-DESC.
           PERFORM 8950-LOG-CASE-EVENT
               THRU 8950-LOG-CASE-EVENT-END.

           PERFORM 2050-READ-CASE
               THRU 2050-READ-CASE-END.

           DISPLAY 'Privacy case ' FUNCTION TRIM(CASE-NO)
                   ' opened: ' FUNCTION TRIM(CASE-TYPE)
                   ', received ' CASE-DATE ', due ' ROW-DUE
                   ', handler ' FUNCTION TRIM(PRV-OPERATOR-ID) '.'.
           IF ROW-DATABANK-ID = SPACES
               DISPLAY 'The subject key does not resolve to one '
                       'databank id yet - the first linked run will '
                       'record it.'
           END-IF.
           DISPLAY 'Identity not verified yet - the linked programs '
                   'refuse the case until PrvCase VERIFY.'.
       2001-OPEN-CASE-END.
      ******************************************************************
      * One case with its dates, the days left to the original and to
      * the current due date, and the number of runs of the answering
      * programs on its trail (refused attempts do not count).
       2050-READ-CASE.
           MOVE 'N' TO CASE-FOUND-SWITCH.

           EXEC SQL
               SELECT c.case_no, c.request_type, c.channel,
                      c.subject_key, COALESCE(c.databank_id, ''),
                      TO_CHAR(c.received_on, 'YYYY-MM-DD'),
                      COALESCE(TO_CHAR(c.identity_verified_on,
                                       'YYYY-MM-DD'), ''),
                      TO_CHAR(c.due_on, 'YYYY-MM-DD'),
                      COALESCE(TO_CHAR(c.extended_due_on,
                                       'YYYY-MM-DD'), ''),
                      COALESCE(c.extension_reason, ''),
                      c.handler_id, c.status,
                      COALESCE(c.outcome, ''),
                      COALESCE(TO_CHAR(c.closed_on, 'YYYY-MM-DD'), ''),
                      c.due_on - CURRENT_DATE,
                      COALESCE(c.extended_due_on, c.due_on)
                          - CURRENT_DATE,
                      (SELECT COUNT(*) FROM privacy_case_action a
                        WHERE a.case_no = c.case_no
                          AND a.program_name <> 'PrvCase'
                          AND a.action_desc NOT LIKE 'REFUSED%'),
                      0
               INTO :ROW-CASE-NO, :ROW-TYPE, :ROW-CHANNEL,
                    :ROW-SUBJECT, :ROW-DATABANK-ID, :ROW-RECEIVED,
                    :ROW-VERIFIED, :ROW-DUE, :ROW-EXTENDED,
                    :ROW-EXT-REASON, :ROW-HANDLER, :ROW-STATUS,
                    :ROW-OUTCOME, :ROW-CLOSED, :ROW-ORIG-DAYS-LEFT,
                    :ROW-DAYS-LEFT, :ROW-RUNS, :ROW-BUCKET
               FROM privacy_case c
               WHERE c.case_no = TRIM(:CASE-NO)
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   SET CASE-FOUND TO TRUE
               WHEN +100
                   DISPLAY 'No privacy case ' FUNCTION TRIM(CASE-NO)
                           ' in the register.'
                   MOVE 8 TO JRL-RETURN-CODE
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.
       2050-READ-CASE-END.
      ******************************************************************
      * Nothing is done for a requester we have not identified; the
      * date recorded is the day the identity check was completed.
      * The deadline keeps running from receipt.
       2100-VERIFY-IDENTITY.
           PERFORM 2050-READ-CASE
               THRU 2050-READ-CASE-END.
           IF NOT CASE-FOUND
               GO TO 2100-VERIFY-IDENTITY-END
           END-IF.

           EVALUATE TRUE
               WHEN ROW-STATUS = 'CLOSED'
                   DISPLAY 'Case ' FUNCTION TRIM(CASE-NO)
                           ' is closed - refused.'
                   MOVE 8 TO JRL-RETURN-CODE
               WHEN ROW-VERIFIED NOT = SPACES
                   DISPLAY 'Identity on case ' FUNCTION TRIM(CASE-NO)
                           ' was already verified on ' ROW-VERIFIED
                           ' - nothing changed.'
               WHEN CASE-DATE < ROW-RECEIVED
                   DISPLAY 'Verification date ' CASE-DATE
                           ' is before the request was received ('
                           ROW-RECEIVED ') - refused.'
                   MOVE 8 TO JRL-RETURN-CODE
           END-EVALUATE.
           IF ROW-STATUS = 'CLOSED' OR ROW-VERIFIED NOT = SPACES
            OR CASE-DATE < ROW-RECEIVED
               GO TO 2100-VERIFY-IDENTITY-END
           END-IF.

           EXEC SQL
               UPDATE privacy_case
               SET identity_verified_on = CAST(:CASE-DATE AS DATE),
                   status = 'VERIFIED'
               WHERE case_no = TRIM(:CASE-NO)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO PRV-ACTION-DESC.
           STRING 'IDENTITY VERIFIED ' DELIMITED BY SIZE
                  CASE-DATE DELIMITED BY SIZE
                  INTO PRV-ACTION-DESC.
           PERFORM 8950-LOG-CASE-EVENT
               THRU 8950-LOG-CASE-EVENT-END.

           DISPLAY 'Identity on case ' FUNCTION TRIM(CASE-NO)
                   ' verified on ' CASE-DATE '; due ' ROW-DUE '.'.
       2100-VERIFY-IDENTITY-END.
      ******************************************************************
      * The legal extension: two further months, once, for a complex
      * or numerous request, and the requester must be told with the
      * reason within the first month - so it is refused once the
      * original due date has passed.
       2200-EXTEND-DEADLINE.
           PERFORM 2050-READ-CASE
               THRU 2050-READ-CASE-END.
           IF NOT CASE-FOUND
               GO TO 2200-EXTEND-DEADLINE-END
           END-IF.

           EVALUATE TRUE
               WHEN ROW-STATUS = 'CLOSED'
                   DISPLAY 'Case ' FUNCTION TRIM(CASE-NO)
                           ' is closed - refused.'
                   MOVE 8 TO JRL-RETURN-CODE
               WHEN ROW-EXTENDED NOT = SPACES
                   DISPLAY 'Case ' FUNCTION TRIM(CASE-NO)
                           ' was already extended to ' ROW-EXTENDED
                           ' - the extension is granted once only; '
                           'refused.'
                   MOVE 8 TO JRL-RETURN-CODE
               WHEN ROW-ORIG-DAYS-LEFT < 0
                   DISPLAY 'Case ' FUNCTION TRIM(CASE-NO)
                           ' passed its due date ' ROW-DUE
                           ' - too late to extend; refused.'
                   MOVE 8 TO JRL-RETURN-CODE
           END-EVALUATE.
           IF JRL-RETURN-CODE = 8
               GO TO 2200-EXTEND-DEADLINE-END
           END-IF.

           EXEC SQL
               UPDATE privacy_case
               SET extended_due_on =
                       CAST(due_on + INTERVAL '2 months' AS DATE),
                   extension_reason = TRIM(:CASE-REASON)
               WHERE case_no = TRIM(:CASE-NO)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO PRV-ACTION-DESC.
           STRING 'EXTENDED - ' DELIMITED BY SIZE
                  CASE-REASON DELIMITED BY SIZE
                  INTO PRV-ACTION-DESC.
           PERFORM 8950-LOG-CASE-EVENT
               THRU 8950-LOG-CASE-EVENT-END.

           PERFORM 2050-READ-CASE
               THRU 2050-READ-CASE-END.
           DISPLAY 'Case ' FUNCTION TRIM(CASE-NO) ' extended: due '
                   ROW-EXTENDED ' instead of ' ROW-DUE
                   '. Tell the requester, with the reason.'.
       2200-EXTEND-DEADLINE-END.
      ******************************************************************
      * A case goes to another handler only if that handler is an
      * active operator in the register.
       2300-REASSIGN-CASE.
           PERFORM 2050-READ-CASE
               THRU 2050-READ-CASE-END.
           IF NOT CASE-FOUND
               GO TO 2300-REASSIGN-CASE-END
           END-IF.

           IF ROW-STATUS = 'CLOSED'
               DISPLAY 'Case ' FUNCTION TRIM(CASE-NO)
                       ' is closed - refused.'
               MOVE 8 TO JRL-RETURN-CODE
               GO TO 2300-REASSIGN-CASE-END
           END-IF.

           MOVE SPACES TO HANDLER-ACTIVE.
           EXEC SQL
               SELECT COALESCE(active_flag, 'N')
               INTO :HANDLER-ACTIVE
               FROM operator_register
               WHERE operator_id = TRIM(:NEW-HANDLER)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF HANDLER-ACTIVE NOT = 'Y'
               DISPLAY 'Handler ' FUNCTION TRIM(NEW-HANDLER)
                       ' is not an active operator - refused.'
               MOVE 8 TO JRL-RETURN-CODE
               GO TO 2300-REASSIGN-CASE-END
           END-IF.

           EXEC SQL
               UPDATE privacy_case
               SET handler_id = TRIM(:NEW-HANDLER)
               WHERE case_no = TRIM(:CASE-NO)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO PRV-ACTION-DESC.
           STRING 'ASSIGNED ' DELIMITED BY SIZE
                  ROW-HANDLER DELIMITED BY SPACE
                  ' -> ' DELIMITED BY SIZE
                  NEW-HANDLER DELIMITED BY SPACE
                  INTO PRV-ACTION-DESC.
           PERFORM 8950-LOG-CASE-EVENT
               THRU 8950-LOG-CASE-EVENT-END.

           DISPLAY 'Case ' FUNCTION TRIM(CASE-NO) ' handed from '
                   FUNCTION TRIM(ROW-HANDLER) ' to '
                   FUNCTION TRIM(NEW-HANDLER) '.'.
       2300-REASSIGN-CASE-END.
      ******************************************************************
      * A case closed DONE must show the work on its trail - at least
      * one linked Dossier, Erase, DbMnt or Consent run. A refusal (a
      * manifestly unfounded request, identity never proven) or a
      * withdrawal closes without one. Closing after the due date is
      * allowed but said out loud; the monthly report counts it.
       2400-CLOSE-CASE.
           PERFORM 2050-READ-CASE
               THRU 2050-READ-CASE-END.
           IF NOT CASE-FOUND
               GO TO 2400-CLOSE-CASE-END
           END-IF.

           IF ROW-STATUS = 'CLOSED'
               DISPLAY 'Case ' FUNCTION TRIM(CASE-NO)
                       ' was already closed on ' ROW-CLOSED ' ('
                       FUNCTION TRIM(ROW-OUTCOME) ') - refused.'
               MOVE 8 TO JRL-RETURN-CODE
               GO TO 2400-CLOSE-CASE-END
           END-IF.

           IF CASE-OUTCOME = 'DONE' AND ROW-RUNS = 0
               DISPLAY 'Case ' FUNCTION TRIM(CASE-NO)
                       ' has no linked run on its trail - run the '
                       'answering program with the case number '
                       'first; refused.'
               MOVE 8 TO JRL-RETURN-CODE
               GO TO 2400-CLOSE-CASE-END
           END-IF.

           EXEC SQL
               UPDATE privacy_case
               SET status = 'CLOSED',
                   outcome = TRIM(:CASE-OUTCOME),
                   closed_on = CURRENT_DATE
               WHERE case_no = TRIM(:CASE-NO)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO PRV-ACTION-DESC.
           STRING 'CLOSED ' DELIMITED BY SIZE
                  CASE-OUTCOME DELIMITED BY SPACE
                  INTO PRV-ACTION-DESC.
           PERFORM 8950-LOG-CASE-EVENT
               THRU 8950-LOG-CASE-EVENT-END.

           DISPLAY 'Case ' FUNCTION TRIM(CASE-NO) ' closed '
                   FUNCTION TRIM(CASE-OUTCOME) '.'.
           IF ROW-DAYS-LEFT < 0
               MOVE ROW-DAYS-LEFT TO DAYS-DISP
               DISPLAY '*** Closed after its due date ('
                       DAYS-DISP ' days) ***'
               MOVE 4 TO JRL-RETURN-CODE
           END-IF.
       2400-CLOSE-CASE-END.
      ******************************************************************
       2500-SHOW-CASE.
           PERFORM 2050-READ-CASE
               THRU 2050-READ-CASE-END.
           IF NOT CASE-FOUND
               GO TO 2500-SHOW-CASE-END
           END-IF.

           DISPLAY 'Privacy case ' ROW-CASE-NO '  '
                   FUNCTION TRIM(ROW-TYPE) ' by '
                   FUNCTION TRIM(ROW-CHANNEL).
           DISPLAY '  Subject:   ' FUNCTION TRIM(ROW-SUBJECT).
           DISPLAY '  Databank:  ' ROW-DATABANK-ID.
           DISPLAY '  Received:  ' ROW-RECEIVED
                   '   Identity verified: ' ROW-VERIFIED.
           MOVE ROW-DAYS-LEFT TO DAYS-DISP.
           DISPLAY '  Due:       ' ROW-DUE
                   '   Extended to: ' ROW-EXTENDED
                   '   Days left: ' DAYS-DISP.
           IF ROW-EXT-REASON NOT = SPACES
               DISPLAY '  Extension: ' FUNCTION TRIM(ROW-EXT-REASON)
           END-IF.
           DISPLAY '  Handler:   ' ROW-HANDLER
                   '   Status: ' FUNCTION TRIM(ROW-STATUS) ' '
                   FUNCTION TRIM(ROW-OUTCOME) ' ' ROW-CLOSED.
           DISPLAY '  Trail:'.

           EXEC SQL DECLARE TRAIL_CUR CURSOR FOR
               SELECT TO_CHAR(acted_at, 'YYYY-MM-DD HH24:MI'),
                      program_name, COALESCE(action_desc, ''),
                      COALESCE(key_value, ''), COALESCE(row_count, 0),
                      COALESCE(evidence_file, ''),
                      COALESCE(operator_id, '')
               FROM privacy_case_action
               WHERE case_no = TRIM(:CASE-NO)
               ORDER BY acted_at, action_id
           END-EXEC.

           EXEC SQL OPEN TRAIL_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH TRAIL_CUR
                   INTO :ACT-AT, :ACT-PROGRAM, :ACT-DESC, :ACT-KEY,
                        :ACT-ROWS, :ACT-EVIDENCE, :ACT-OPERATOR
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       MOVE ACT-ROWS TO COUNT-DISP
                       DISPLAY '    ' ACT-AT ' '
                               ACT-PROGRAM(1:10) ' '
                               ACT-OPERATOR ' '
                               FUNCTION TRIM(ACT-DESC)
                       IF ACT-KEY NOT = SPACES
                        OR ACT-EVIDENCE NOT = SPACES
                           DISPLAY '                     key '
                                   FUNCTION TRIM(ACT-KEY)
                                   '  rows ' COUNT-DISP '  '
                                   FUNCTION TRIM(ACT-EVIDENCE)
                       END-IF
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE TRAIL_CUR END-EXEC.

           MOVE ROW-RUNS TO COUNT-DISP.
           DISPLAY '  Linked runs: ' COUNT-DISP.
       2500-SHOW-CASE-END.
      ******************************************************************
      * The DPO's daily list: every open case past its due date, due
      * within DUE-SOON-DAYS days, or still waiting on the requester's
      * identity, most urgent first. Sent every day - an empty list
      * is the DPO's proof that nothing is running late.
       3001-WRITE-DUE-LIST.
           MOVE SPACES TO PRV-REPORT-FILENAME.
           STRING 'PRVDUE_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO PRV-REPORT-FILENAME.

           MOVE SPACES TO REPORT-TITLE.
           STRING 'Privacy requests due - ' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  INTO REPORT-TITLE.

           PERFORM 3050-OPEN-REPORT-FILE
               THRU 3050-OPEN-REPORT-FILE-END.

           MOVE ZEROS TO OVERDUE-COUNT DUE-SOON-COUNT
                         AWAITING-ID-COUNT.
           MOVE ZERO TO PREV-BUCKET.

           EXEC SQL DECLARE DUE_CUR CURSOR FOR
               SELECT c.case_no, c.request_type, c.channel, '', '',
                      TO_CHAR(c.received_on, 'YYYY-MM-DD'),
                      COALESCE(TO_CHAR(c.identity_verified_on,
                                       'YYYY-MM-DD'), ''),
                      TO_CHAR(COALESCE(c.extended_due_on, c.due_on),
                              'YYYY-MM-DD'),
                      COALESCE(TO_CHAR(c.extended_due_on,
                                       'YYYY-MM-DD'), ''),
                      '', c.handler_id, c.status, '', '',
                      c.due_on - CURRENT_DATE,
                      COALESCE(c.extended_due_on, c.due_on)
                          - CURRENT_DATE,
                      (SELECT COUNT(*) FROM privacy_case_action a
                        WHERE a.case_no = c.case_no
                          AND a.program_name <> 'PrvCase'
                          AND a.action_desc NOT LIKE 'REFUSED%'),
                      CASE WHEN COALESCE(c.extended_due_on, c.due_on)
                                < CURRENT_DATE THEN 1
                           WHEN COALESCE(c.extended_due_on, c.due_on)
                                <= CURRENT_DATE + :DUE-SOON-DAYS
                           THEN 2
                           ELSE 3 END
               FROM privacy_case c
               WHERE c.status <> 'CLOSED'
                 AND (COALESCE(c.extended_due_on, c.due_on)
                          <= CURRENT_DATE + :DUE-SOON-DAYS
                      OR c.identity_verified_on IS NULL)
               ORDER BY 18, COALESCE(c.extended_due_on, c.due_on),
                        c.case_no
           END-EXEC.

           EXEC SQL OPEN DUE_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH DUE_CUR
                   INTO :ROW-CASE-NO, :ROW-TYPE, :ROW-CHANNEL,
                        :ROW-SUBJECT, :ROW-DATABANK-ID, :ROW-RECEIVED,
                        :ROW-VERIFIED, :ROW-DUE, :ROW-EXTENDED,
                        :ROW-EXT-REASON, :ROW-HANDLER, :ROW-STATUS,
                        :ROW-OUTCOME, :ROW-CLOSED,
                        :ROW-ORIG-DAYS-LEFT, :ROW-DAYS-LEFT,
                        :ROW-RUNS, :ROW-BUCKET
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 3100-WRITE-DUE-ROW
                           THRU 3100-WRITE-DUE-ROW-END
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE DUE_CUR END-EXEC.

           IF PREV-BUCKET = ZERO
               MOVE 'No open privacy case is overdue, due soon or '
                    & 'waiting on identity.' TO REPORT-LINE
               PERFORM 1200-WRITE-REPORT-LINE
                   THRU 1200-WRITE-REPORT-LINE-END
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE OVERDUE-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Overdue:                ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE DUE-SOON-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Due soon:               ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE AWAITING-ID-COUNT TO COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Waiting on identity:    ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           CLOSE PRV-REPORT-FILE.

           PERFORM 3900-REGISTER-REPORT-FILE
               THRU 3900-REGISTER-REPORT-FILE-END.

           MOVE OVERDUE-COUNT TO JRL-ROWS-REJECTED.
           IF OVERDUE-COUNT > 0
               DISPLAY 'ALERT: ' OVERDUE-COUNT
                       ' privacy case(s) past the legal deadline.'
               IF JRL-RETURN-CODE < 4
                   MOVE 4 TO JRL-RETURN-CODE
               END-IF
           END-IF.
       3001-WRITE-DUE-LIST-END.
      ******************************************************************
       3050-OPEN-REPORT-FILE.
           OPEN OUTPUT PRV-REPORT-FILE.
           MOVE 0 TO LINE-COUNT.
           MOVE 1 TO PAGE-NUMBER.
           MOVE ZEROS TO REPORT-LINES-WRITTEN.
           PERFORM 1300-PRINT-PAGE-HEADER
               THRU 1300-PRINT-PAGE-HEADER-END.
       3050-OPEN-REPORT-FILE-END.
      ******************************************************************
      * Rows come grouped: overdue, due soon, then cases not yet due
      * that only wait on identity. A case waiting on identity in the
      * first two groups is counted there and also as waiting.
       3100-WRITE-DUE-ROW.
           IF ROW-BUCKET NOT = PREV-BUCKET
               MOVE SPACES TO REPORT-LINE
               IF PREV-BUCKET NOT = ZERO
                   PERFORM 1200-WRITE-REPORT-LINE
                       THRU 1200-WRITE-REPORT-LINE-END
               END-IF
               EVALUATE ROW-BUCKET
                   WHEN 1
                       MOVE 'OVERDUE - past the legal deadline'
                           TO REPORT-LINE
                   WHEN 2
                       MOVE SPACES TO REPORT-LINE
                       MOVE DUE-SOON-DAYS TO COUNT-DISP
                       STRING 'DUE SOON - within ' DELIMITED BY SIZE
                              FUNCTION TRIM(COUNT-DISP)
                                  DELIMITED BY SIZE
                              ' days' DELIMITED BY SIZE
                              INTO REPORT-LINE
                   WHEN OTHER
                       MOVE 'WAITING ON IDENTITY - not yet due'
                           TO REPORT-LINE
               END-EVALUATE
               PERFORM 1200-WRITE-REPORT-LINE
                   THRU 1200-WRITE-REPORT-LINE-END
               MOVE DUE-HEADING-LINE TO REPORT-LINE
               PERFORM 1200-WRITE-REPORT-LINE
                   THRU 1200-WRITE-REPORT-LINE-END
               MOVE ROW-BUCKET TO PREV-BUCKET
           END-IF.

           EVALUATE ROW-BUCKET
               WHEN 1
                   ADD 1 TO OVERDUE-COUNT
               WHEN 2
                   ADD 1 TO DUE-SOON-COUNT
           END-EVALUATE.
           ADD 1 TO JRL-ROWS-READ.

           MOVE SPACES TO DUE-LINE.
           MOVE ROW-CASE-NO TO DL-CASE-NO.
           MOVE ROW-TYPE TO DL-TYPE.
           MOVE ROW-CHANNEL TO DL-CHANNEL.
           MOVE ROW-RECEIVED TO DL-RECEIVED.
           IF ROW-VERIFIED = SPACES
               MOVE 'awaiting' TO DL-VERIFIED
               ADD 1 TO AWAITING-ID-COUNT
           ELSE
               MOVE ROW-VERIFIED TO DL-VERIFIED
           END-IF.
           MOVE ROW-DUE TO DL-DUE.
           IF ROW-EXTENDED NOT = SPACES
               MOVE 'E' TO DL-EXT-MARK
           END-IF.
           MOVE ROW-DAYS-LEFT TO DL-DAYS-LEFT.
           MOVE ROW-HANDLER TO DL-HANDLER.
           MOVE ROW-RUNS TO DL-RUNS.
           MOVE DUE-LINE TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
       3100-WRITE-DUE-ROW-END.
      ******************************************************************
      * Catalogued so Distrib sends it to the recipients registered
      * for the prefix (the DPO) and housekeeping can age it out.
       3900-REGISTER-REPORT-FILE.
           MOVE 'PrvCase' TO CAT-PROGRAM-NAME.
           MOVE PRV-REPORT-FILENAME TO CAT-FILE-NAME.
           MOVE REPORT-LINES-WRITTEN TO CAT-LINE-COUNT.
           MOVE PAGE-NUMBER TO CAT-PAGE-COUNT.
           PERFORM 8910-REGISTER-REPORT
               THRU 8910-REGISTER-REPORT-END.
       3900-REGISTER-REPORT-FILE-END.
      ******************************************************************
      * The month's figures per request type and in total. Received
      * and closed count by the month they happened; days to close
      * run from receipt; late means closed after the due date in
      * force (the extended one when extended); open and overdue are
      * as they stood on the last day of the month. The closed-late
      * cases are listed after the figures.
       4001-WRITE-MONTHLY-STATS.
           MOVE SPACES TO PRV-REPORT-FILENAME.
           STRING 'PRVSTAT_' DELIMITED BY SIZE
                  TARGET-MONTH DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO PRV-REPORT-FILENAME.

           MOVE SPACES TO REPORT-TITLE.
           STRING 'Privacy requests - month ' DELIMITED BY SIZE
                  TARGET-MONTH DELIMITED BY SIZE
                  INTO REPORT-TITLE.

           PERFORM 3050-OPEN-REPORT-FILE
               THRU 3050-OPEN-REPORT-FILE-END.

           MOVE STAT-HEADING-LINE TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.

           EXEC SQL DECLARE STAT_CUR CURSOR FOR
               SELECT COALESCE(c.request_type, 'ALL'),
                      COUNT(*) FILTER
                          (WHERE TO_CHAR(c.received_on, 'YYYYMM')
                                 = :TARGET-MONTH),
                      COUNT(*) FILTER
                          (WHERE TO_CHAR(c.closed_on, 'YYYYMM')
                                 = :TARGET-MONTH),
                      CAST(COALESCE(AVG(c.closed_on - c.received_on)
                          FILTER (WHERE TO_CHAR(c.closed_on, 'YYYYMM')
                                        = :TARGET-MONTH), 0)
                          AS NUMERIC(8,1)),
                      COALESCE(MAX(c.closed_on - c.received_on)
                          FILTER (WHERE TO_CHAR(c.closed_on, 'YYYYMM')
                                        = :TARGET-MONTH), 0),
                      COUNT(*) FILTER
                          (WHERE TO_CHAR(c.closed_on, 'YYYYMM')
                                 = :TARGET-MONTH
                             AND c.closed_on >
                                 COALESCE(c.extended_due_on,
                                          c.due_on)),
                      COUNT(*) FILTER
                          (WHERE TO_CHAR(c.closed_on, 'YYYYMM')
                                 = :TARGET-MONTH
                             AND c.extended_due_on IS NOT NULL),
                      COUNT(*) FILTER
                          (WHERE TO_CHAR(c.received_on, 'YYYYMM')
                                 <= :TARGET-MONTH
                             AND (c.closed_on IS NULL
                                  OR TO_CHAR(c.closed_on, 'YYYYMM')
                                     > :TARGET-MONTH)),
                      COUNT(*) FILTER
                          (WHERE TO_CHAR(c.received_on, 'YYYYMM')
                                 <= :TARGET-MONTH
                             AND (c.closed_on IS NULL
                                  OR TO_CHAR(c.closed_on, 'YYYYMM')
                                     > :TARGET-MONTH)
                             AND TO_CHAR(COALESCE(c.extended_due_on,
                                                  c.due_on), 'YYYYMM')
                                 <= :TARGET-MONTH
                             AND COALESCE(c.extended_due_on, c.due_on)
                                 < CAST(TO_DATE(:TARGET-MONTH,
                                                'YYYYMM')
                                        + INTERVAL '1 month'
                                        - INTERVAL '1 day' AS DATE))
               FROM privacy_case c
               GROUP BY GROUPING SETS ((c.request_type), ())
               ORDER BY GROUPING(c.request_type), 1
           END-EXEC.

           EXEC SQL OPEN STAT_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH STAT_CUR
                   INTO :STA-TYPE, :STA-RECEIVED, :STA-CLOSED,
                        :STA-AVG-DAYS, :STA-MAX-DAYS, :STA-LATE,
                        :STA-EXTENDED, :STA-OPEN-END,
                        :STA-OVERDUE-END
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 4100-WRITE-STAT-ROW
                           THRU 4100-WRITE-STAT-ROW-END
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE STAT_CUR END-EXEC.

           PERFORM 4200-WRITE-LATE-CASES
               THRU 4200-WRITE-LATE-CASES-END.

           CLOSE PRV-REPORT-FILE.

           PERFORM 3900-REGISTER-REPORT-FILE
               THRU 3900-REGISTER-REPORT-FILE-END.

           DISPLAY 'Monthly privacy-request statistics written to '
                   FUNCTION TRIM(PRV-REPORT-FILENAME) '.'.
       4001-WRITE-MONTHLY-STATS-END.
      ******************************************************************
       4100-WRITE-STAT-ROW.
           IF STA-TYPE = 'ALL'
               MOVE DASH-LINE TO REPORT-LINE
               PERFORM 1200-WRITE-REPORT-LINE
                   THRU 1200-WRITE-REPORT-LINE-END
           END-IF.

           MOVE STA-TYPE TO SL-TYPE.
           MOVE STA-RECEIVED TO SL-RECEIVED.
           MOVE STA-CLOSED TO SL-CLOSED.
           MOVE STA-AVG-DAYS TO SL-AVG-DAYS.
           MOVE STA-MAX-DAYS TO SL-MAX-DAYS.
           MOVE STA-LATE TO SL-LATE.
           MOVE STA-EXTENDED TO SL-EXTENDED.
           MOVE STA-OPEN-END TO SL-OPEN-END.
           MOVE STA-OVERDUE-END TO SL-OVERDUE-END.
           MOVE STAT-LINE TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
       4100-WRITE-STAT-ROW-END.
      ******************************************************************
       4200-WRITE-LATE-CASES.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE 'Closed after the due date' TO REPORT-LINE.
           PERFORM 1200-WRITE-REPORT-LINE
               THRU 1200-WRITE-REPORT-LINE-END.
           MOVE ZEROS TO LATE-LISTED-COUNT.

           EXEC SQL DECLARE LATE_CUR CURSOR FOR
               SELECT case_no, request_type,
                      TO_CHAR(received_on, 'YYYY-MM-DD'),
                      TO_CHAR(COALESCE(extended_due_on, due_on),
                              'YYYY-MM-DD'),
                      TO_CHAR(closed_on, 'YYYY-MM-DD'),
                      closed_on - COALESCE(extended_due_on, due_on),
                      COALESCE(outcome, ''), handler_id
               FROM privacy_case
               WHERE TO_CHAR(closed_on, 'YYYYMM') = :TARGET-MONTH
                 AND closed_on > COALESCE(extended_due_on, due_on)
               ORDER BY closed_on, case_no
           END-EXEC.

           EXEC SQL OPEN LATE_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH LATE_CUR
                   INTO :LAT-CASE-NO, :LAT-TYPE, :LAT-RECEIVED,
                        :LAT-DUE, :LAT-CLOSED, :LAT-DAYS-LATE,
                        :LAT-OUTCOME, :LAT-HANDLER
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO LATE-LISTED-COUNT
                       MOVE SPACES TO LATE-LINE
                       MOVE LAT-CASE-NO TO LL-CASE-NO
                       MOVE LAT-TYPE TO LL-TYPE
                       MOVE LAT-RECEIVED TO LL-RECEIVED
                       MOVE LAT-DUE TO LL-DUE
                       MOVE LAT-CLOSED TO LL-CLOSED
                       MOVE LAT-DAYS-LATE TO LL-DAYS-LATE
                       MOVE LAT-OUTCOME TO LL-OUTCOME
                       MOVE LAT-HANDLER TO LL-HANDLER
                       MOVE LATE-LINE TO REPORT-LINE
                       PERFORM 1200-WRITE-REPORT-LINE
                           THRU 1200-WRITE-REPORT-LINE-END
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE LATE_CUR END-EXEC.

           IF LATE-LISTED-COUNT = 0
               MOVE '  (none)' TO REPORT-LINE
               PERFORM 1200-WRITE-REPORT-LINE
                   THRU 1200-WRITE-REPORT-LINE-END
           END-IF.
       4200-WRITE-LATE-CASES-END.
      ******************************************************************
       1200-WRITE-REPORT-LINE.
           WRITE PRV-REPORT-LINE FROM REPORT-LINE.
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
           WRITE PRV-REPORT-LINE FROM REPORT-LINE.
           WRITE PRV-REPORT-LINE FROM DASH-LINE.
           ADD 2 TO REPORT-LINES-WRITTEN.

           MOVE 2 TO LINE-COUNT.
           MOVE SPACES TO REPORT-LINE.
       1300-PRINT-PAGE-HEADER-END.
      ******************************************************************
      * Every change to the register goes to the privileged-action
      * register like any other operator action, and onto the case's
      * own trail so SHOW tells the whole story.
       8950-LOG-CASE-EVENT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           MOVE CASE-NO TO PRC-CASE-NO.
           MOVE 'PrvCase' TO PRC-PROGRAM-NAME.
           MOVE PRV-ACTION-DESC TO PRC-ACTION-DESC.
           MOVE CASE-NO TO PRC-KEY-VALUE.
           MOVE 0 TO PRC-ROW-COUNT.
           MOVE SPACES TO PRC-EVIDENCE-FILE.
           MOVE PRV-OPERATOR-ID TO PRC-OPERATOR-ID.
           MOVE SPACES TO PRC-DATABANK-ID.
           COPY "PrcLink.cpy".

           IF SQLCODE < 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           ADD 1 TO JRL-ROWS-UPDATED.
       8950-LOG-CASE-EVENT-END.
      ******************************************************************
       8945-RECORD-PRIV-ACTION.
           EXEC SQL
               INSERT INTO privileged_action_log
                   (program_name, operator_id, ticket_ref,
                    action_desc, key_value, row_count, logged_at)
               VALUES
                   ('PrvCase', :PRV-OPERATOR-ID, :PRV-TICKET-REF,
                    :PRV-ACTION-DESC, :PRV-KEY-VALUE,
                    1, CURRENT_TIMESTAMP)
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
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF.
       1030-CHECK-OPS-HOLD-END.
